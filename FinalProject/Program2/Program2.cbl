       input-output section.
       
       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.


      * Input-file declaration
           select input-file
               organization is line sequential
               file status is ws-adjt-status.

      * Paid-out split - "O" records (petty cash taken out of a
      * drawer for a store expense, the expense category in the
      * reason-code field) get a file of their own for the drawer
      * reconciliation and the paid-out report.
           select po-file
               assign to "../../../data/paid-out-records.out"
               organization is line sequential.

      * Paid-out GL extract - today's paid-outs totalled by expense
      * category, each carrying the GL expense account Program5
      * charges it to. Earlier intraday passes' figures carry
      * forward the same way the adjustment extract's do.
           select po-totals-file
               assign to "../../../data/paid-out-gl-totals.dat"
               organization is line sequential
               file status is ws-pot-status.

      * Paid-out category file - the same file Program1 validates
      * the category against, read here for each category's GL
      * expense account and description.
           select po-category-file
               assign to
               "../../../../Program1/data/paid-out-category.dat"
               organization is line sequential
               file status is ws-pocat-status.

           select tot-file
               assign to "../../../data/counts-controls-totals.out"
               organization is line sequential.
               organization is line sequential
               file status is ws-gct-status.

      * GL store totals extract - the gift-card, adjustment and
      * paid-out figures above broken out by store, so Program5 can
      * post each to the books of the company that owns the store.
      * A gift-card line also carries the store that issued the
      * card: the liability belongs to the issuing store's company
      * wherever the card is later loaded or spent. Earlier intraday
      * passes' figures carry forward the same way the other
      * extracts' do.
           select store-gl-file
               assign to "../../../data/gl-store-totals.dat"
               organization is line sequential
               file status is ws-sgl-status.

      * House-account AR subledger - carries each account
      * customer's charges, payments and running balance across
      * daily runs, the same shape as the layaway and gift-card
               organization is line sequential
               file status is ws-aract-status.

      * Loyalty points ledger - each customer's points earned,
      * points redeemed and the balance left to spend, carried
      * across daily runs the same way the gift-card ledger is.
      * Sales and layaways by a named customer earn points at the
      * control file's rate, returns and voids take them back, and
      * a PT (points) tender spends them.
           select loy-file
               assign to "../../../data/loyalty-ledger.dat"
               organization is line sequential
               file status is ws-loy-status.

      * Before-image of the loyalty ledger, taken at the start of
      * the run like the other persistent files'.
           select loy-backup-file
               assign to "../../../data/loyalty-ledger.bak"
               organization is line sequential.

      * Loyalty control file - the points earned per dollar spent
      * and the dollar value of one point, the same
      * control-file-with-default shape as gc-dormancy-days.dat.
      * Program1 reads the same file to check a PT tender against
      * the points the customer holds.
           select loy-control-file
               assign to "../../../data/loyalty-control.dat"
               organization is line sequential
               file status is ws-loyctl-status.

      * Loyalty points liability extract - the value of the points
      * earned, taken back, redeemed and given back today, plus the
      * value of every point still outstanding, for Program5 to
      * post against the points liability account. The today
      * figures carry forward across intraday passes; the
      * outstanding value is a snapshot of the persistent ledger.
           select loy-totals-file
               assign to "../../../data/loyalty-gl-totals.dat"
               organization is line sequential
               file status is ws-loyt-status.

      * Expected-deposit extract - one record per store and payment
      * type from the per-store totals below, for the bank
      * reconciliation program to match against what actually hit
               organization is line sequential
               file status is ws-expd-status.

      * Open special-orders file - one line per customer order for
      * goods we don't stock, from the "Q" deposit that opens it to
      * the "K" pickup that closes it, carrying the deposit held
      * and the vendor PO Program44 raised for it. It is a liability
      * of its own, kept off the layaway subledger so the layaway
      * aging and forfeiture rules never see it.
           select so-file
               assign to "../../../data/special-orders.dat"
               organization is line sequential
               file status is ws-so-status.

           select so-backup-file
               assign to "../../../data/special-orders.bak"
               organization is line sequential.

      * Special-order split - "Q" deposits and "K" pickups as rung,
      * for the cash drawer and the rest of the chain.
           select so-split-file
               assign to "../../../data/special-order-records.out"
               organization is line sequential.

      * Special-order deposit extract - deposits taken and applied
      * today plus every deposit still held, for Program5 to post
      * against the special-order deposit liability account. The
      * today figures carry forward across intraday passes; the
      * deposits held are a snapshot of the persistent file.
           select so-totals-file
               assign to "../../../data/spec-order-gl-totals.dat"
               organization is line sequential
               file status is ws-sot-status.

      * Gift-card dormancy policy control file - the days since a
      * card's last activity after which its balance is recognized
      * as breakage income, the same control-file-with-default
               organization is line sequential
               file status is ws-rt-status.

      * Fiscal calendar - one line per fiscal week mapping it to its
      * fiscal year and 4-4-5 period. The running totals roll over on
      * fiscal period boundaries off this file; a date it doesn't
      * cover falls back to its calendar month.
           select fiscal-calendar-file
               assign to "../../../../Program1/data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fcal-status.

      * Before-image copies of the persistent cross-day files, taken
      * at the start of the run so a bad day can be backed out by
      * restoring the .bak copies.
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      * Valid data line
      * (vi-reason-code only carries a value on Return records; it
      * rides along as spaces for every other trans-code.
      * the transaction, so a multi-day backlog processed in one run
      * still posts each record to the day it actually happened.
      * vi-cust-num names the customer the transaction belongs to -
      * zeros mean a walk-in sale with no account.
      * vi-trans-time is the hhmm time of day the register rang the
      * transaction.)
       fd input-file
           data record is input-line
           record contains 68 characters.

       01 valid-in.
           05 vi-trans-code                    pic x.
           05 vi-cust-num                      pic 9(6).
           05 vi-quantity                      pic 9(3).
           05 vi-unit-price                    pic 9(5)v99.
           05 vi-trans-time                    pic 9(4).

      * Program1's total-records trailer line, redefined over the
      * same 68-byte record area so the valid-record count it
      * carries can be picked up and checked against what actually
      * made it into the splits below.
       01 ws-valid-trailer-view redefines valid-in.
           05 wt-trailer-label                 pic x(31).
           05 wt-trailer-count                 pic z(5)9.
           05 filler                           pic x(31).

      * Sales and Layaway Records out file
       fd snl-file
           data record is snl-line
           record contains 68 characters.

       01  snl-line                            pic x(68).

      * Returns out file
       fd  ret-file
           data record is rec-line
           record contains 68 characters.

       01  rec-line                            pic x(68).

      * Voids and Exchanges out file
       fd  vx-file
           data record is vx-line
           record contains 68 characters.

       01  vx-line                             pic x(68).

      * Adjustments out file
       fd  adj-file
           data record is adj-line
           record contains 68 characters.

       01  adj-line                            pic x(68).

      * Adjustment GL extract line - today's debit and credit
      * adjustment totals for Program5's net adjustment posting.
           05  adjt-debit-amt-out              pic 9(8)v99.
           05  adjt-credit-amt-out             pic 9(8)v99.

      * Paid-outs out file
       fd  po-file
           data record is po-line
           record contains 68 characters.

       01  po-line                             pic x(68).

      * Paid-out GL extract line - one expense category's paid-out
      * total for the day and the account it is charged to.
       fd  po-totals-file
           data record is po-totals-out
           record contains 36 characters.

       01  po-totals-out.
           05  pot-category-out                pic xx.
           05  pot-gl-acct-out                 pic 9(4).
           05  pot-desc-out                    pic x(20).
           05  pot-amount-out                  pic 9(8)v99.

      * Paid-out category line - same shape Program1 reads.
       fd  po-category-file
           data record is pc-record-in
           record contains 33 characters.

       01  pc-record-in.
           05  pc-category-in                  pic xx.
           05  pc-desc-in                      pic x(20).
           05  pc-gl-acct-in                   pic 9(4).
           05  pc-limit-in                     pic 9(5)v99.

      * Returns out file
       fd  tot-file
           data record is tot-line
      * Duplicate-invoice exception line
       fd  dup-file
           data record is dup-line
           record contains 68 characters.

       01  dup-line                            pic x(68).

      * Run-id record - today's batch date plus a time-of-day run id.
       fd  run-id-file
      * breakage income so it is never recognized twice.
       fd  gc-file
           data record is gc-record
           record contains 71 characters.

       01  gc-record.
           05  gc-card-num                     pic x(15).
           05  gc-issue-date                   pic 9(6).
           05  gc-last-activity-date           pic 9(6).
           05  gc-breakage-amt                 pic 9(7)v99.
           05  gc-issue-store                  pic 99.

      * Gift-card liability extract line - today's issue and
      * redemption totals, the outstanding balance owed across
      * every card on the ledger, and the balances recognized as
      * breakage income today for Program5 to move out of the
      * liability account.
      * GL store totals extract line - one per kind of movement,
      * store, issuing store and expense account: I gift-card loads,
      * R redemptions, B breakage, O outstanding balance (a
      * snapshot, never carried forward), D and C debit and credit
      * adjustments, P paid-outs.
       fd  store-gl-file
           data record is sgl-record
           record contains 22 characters.

       01  sgl-record.
           05  sgl-type                        pic x.
           05  sgl-store-num                   pic 99.
           05  sgl-owner-store-num             pic 99.
           05  sgl-gl-acct                     pic 9(4).
           05  sgl-category                    pic xx.
           05  sgl-amount                      pic 9(9)v99.

       fd  gc-totals-file
           data record is gc-totals-out
           record contains 41 characters.
           05  arl-payments                    pic 9(8)v99.
           05  arl-balance                     pic s9(8)v99.

      * Loyalty ledger line - the customer, lifetime points earned
      * (net of any taken back) and redeemed (net of any given
      * back), the points left to spend, and the date of the last
      * movement.
       fd  loy-file
           data record is loy-record
           record contains 33 characters.

       01  loy-record.
           05  loy-cust-num                    pic 9(6).
           05  loy-earned-pts                  pic s9(7).
           05  loy-redeemed-pts                pic s9(7).
           05  loy-balance-pts                 pic s9(7).
           05  loy-last-act-date               pic 9(6).

       fd  loy-backup-file
           data record is loy-bak-record
           record contains 33 characters.

       01  loy-bak-record                      pic x(33).

      * Loyalty control line - points per dollar and dollars per
      * point.
       fd  loy-control-file
           data record is lc-record-in
           record contains 10 characters.

       01  lc-record-in.
           05  lc-earn-rate-in                 pic 9(3)v99.
           05  lc-point-value-in               pic 9v9999.

      * Loyalty points liability extract line.
       fd  loy-totals-file
           data record is loy-totals-out
           record contains 51 characters.

       01  loy-totals-out.
           05  lyt-earned-today-out            pic 9(8)v99.
           05  lyt-reversed-today-out          pic 9(8)v99.
           05  lyt-redeemed-today-out          pic 9(8)v99.
           05  lyt-restored-today-out          pic 9(8)v99.
           05  lyt-outstanding-out             pic 9(9)v99.

       fd  ar-backup-file
           data record is ar-bak-record
           record contains 36 characters.
      * Payment-on-account split line.
       fd  ar-pay-file
           data record is arp-line
           record contains 68 characters.

       01  arp-line                            pic x(68).

      * House-account AR extract line - today's charges and
      * payments plus the balance owed across every account.

      * House-account activity line - the account, the business
      * date, what kind of movement (C charge, R credit back, P
      * payment, F finance charge posted by the month-end aging
      * run), the amount, the driving invoice, the run id that
      * wrote it so a backed-out run's lines can be stripped, and
      * the store the movement happened at.
       fd  ar-activity-file
           data record is ar-activity-rec
           record contains 41 characters.

       01  ar-activity-rec.
           05  aa-cust-num                     pic 9(6).
           05  aa-amount                       pic 9(7)v99.
           05  aa-invoice-num                  pic x(9).
           05  aa-run-id                       pic 9(8).
           05  aa-store-num                    pic 99.

      * Expected-deposit line - the store, the payment type, and the
      * sales/layaway amount taken on that tender today.
           05  exp-amount                      pic 9(9)v99.
           05  filler                          pic x(5).

      * Open special-order line - the special-order number, the
      * store and customer, the SKU, quantity and agreed unit price
      * ordered, the deposit taken and how it was tendered, the
      * date ordered, the vendor PO line raised for it (zeros until
      * Program44 raises one) and the date the goods came in.
      * so-status is O while the goods are on their way and R once
      * Program45 has received them; a picked-up order drops off.
       fd  so-file
           data record is so-record
           record contains 79 characters.

       01  so-record.
           05  so-invoice-num                  pic x(9).
           05  so-store-num                    pic 99.
           05  so-cust-num                     pic 9(6).
           05  so-sku-code                     pic x(15).
           05  so-quantity                     pic 9(3).
           05  so-unit-price                   pic 9(5)v99.
           05  so-deposit-amt                  pic 9(5)v99.
           05  so-deposit-pay-type             pic xx.
           05  so-order-date                   pic 9(6).
           05  so-po-number                    pic 9(6).
           05  so-po-line-num                  pic 9(3).
           05  so-po-date                      pic 9(6).
           05  so-received-date                pic 9(6).
           05  so-status                       pic x.

       fd  so-backup-file
           data record is so-bak-record
           record contains 79 characters.

       01  so-bak-record                       pic x(79).

      * Special-order records out file
       fd  so-split-file
           data record is so-split-line
           record contains 68 characters.

       01  so-split-line                       pic x(68).

      * Special-order deposit liability extract line.
       fd  so-totals-file
           data record is so-totals-out
           record contains 31 characters.

       01  so-totals-out.
           05  sot-taken-today-out             pic 9(8)v99.
           05  sot-applied-today-out           pic 9(8)v99.
           05  sot-outstanding-out             pic 9(9)v99.

      * Refund-due queue line - the overpaid invoice, its store, the
      * credit owed back to the customer, and the date of the
      * payment that tipped it over.

       01  gcd-days-in                         pic 9(4).

      * Running totals line - the fiscal year and period last posted
      * into plus the period-to-date and year-to-date sales/layaway
      * and returns counts and dollar amounts.
       fd  running-totals-file
           data record is rt-record
           record contains 76 characters.
           05  rt-ytd-ret-count                pic 9(6).
           05  rt-ytd-ret-amt                   pic 9(9)v99.

      * Define the fiscal calendar record - the fiscal year (named
      * for the calendar year it ends in), the period and week of
      * that year, and the week's first and last dates.
       fd fiscal-calendar-file
           data record is fc-record-in
           record contains 18 characters.

       01  fc-record-in.
           05  fc-fiscal-yy-in                 pic 99.
           05  fc-period-in                    pic 99.
           05  fc-week-in                      pic 99.
           05  fc-start-date-in                pic 9(6).
           05  fc-end-date-in                  pic 9(6).



      *Declare the run-history record.

       fd  gc-backup-file
           data record is gc-bak-record
           record contains 71 characters.

       01  gc-bak-record                       pic x(71).

       fd  rt-backup-file
           data record is rt-bak-record

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM2 - already complete, skipped on restart".

       77 ws-lock-status                       pic xx
           value "00".
       77 ws-lockovr-status                    pic xx
       77 ws-rh-start-time                     pic 9(8)
           value 0.

      * Composite fiscal year/period work fields for the directional
      * PTD/YTD rollover in 495-apply-date-bucket.
       77 ws-apply-bucket-ym                    pic 9(4)
           value 0.
       77 ws-apply-last-ym                      pic 9(4)
           value 0.

      * The fiscal calendar, one entry per fiscal week, and the
      * fiscal year/period/week the last lookup landed on.
       77  ws-fcal-status                      pic xx
           value "00".
       77  ws-fcal-eof-flag                    pic x
           value "N".

       01  ws-fcal-tbl-cnt                     pic 9(3)
           value 0.

       01  ws-fcal-tbl.
           05  ws-fcal-tbl-entry               occurs 1 to 400 times
                   depending on ws-fcal-tbl-cnt
                   indexed by ws-fcal-idx.
               10 ws-fcal-tbl-fiscal-yy        pic 99.
               10 ws-fcal-tbl-period           pic 99.
               10 ws-fcal-tbl-week             pic 99.
               10 ws-fcal-tbl-start-date       pic 9(6).
               10 ws-fcal-tbl-end-date         pic 9(6).

       01  ws-fcal-check-date                  pic 9(6)
           value 0.
       01  ws-fcal-check-parts redefines ws-fcal-check-date.
           05  ws-fcal-check-yy                pic 99.
           05  ws-fcal-check-mm                pic 99.
           05  ws-fcal-check-dd                pic 99.

       77  ws-fcal-found-flag                  pic x
           value "N".
       77  ws-fcal-match-idx                   pic 9(3)
           value 0.
       77  ws-fcal-fiscal-yy                   pic 99
           value 0.
       77  ws-fcal-period                      pic 99
           value 0.
       77  ws-fcal-week                        pic 99
           value 0.

      * Set when a bucket opens a new fiscal year while the running
      * totals still carry last year's YTD - the fiscal year-end
      * close wasn't run, so the YTD is carried rather than zeroed.
       77  ws-fcal-ye-pending-flag             pic x
           value "N".

       01  ws-con-ye-pending-msg               pic x(56)
           value
           "*** FISCAL YEAR-END CLOSE NOT RUN - YTD CARRIED FORWARD".

       01  ws-fiscal-label-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(13)
               value "FISCAL YEAR: ".
           05  ws-fl-fiscal-yy                 pic 99.
           05  filler                          pic x(11)
               value "   PERIOD: ".
           05  ws-fl-period                    pic 99.
           05  filler                          pic x(9)
               value "   WEEK: ".
           05  ws-fl-week                      pic 99.

       01  ws-sales-layaway-line.
           05 ws-trans-code                    pic x.
           05 ws-trans-amt                     pic 9(5)v99.
           05  ws-onacct-out                   pic $$$,$$$,$$9.99
               value 0.

       01 ws-sl-points-line.
           05  filler                          pic x
               value space.
           05  filler                          pic x(44)
               value "TOTAL SALE & LAYAWAY POINTS TRANSACTIONS:".
           05  filler                          pic x(2)
               value spaces.
           05  ws-points-out                   pic $$$,$$$,$$9.99
               value 0.

      * The part of special-order pickups paid for by the deposit
      * taken when the order was placed - money already counted
      * the day it came in, so no tender above carries it.
       01 ws-sl-so-applied-line.
           05  filler                          pic x
               value space.
           05  filler                          pic x(44)
               value "TOTAL SALE & LAYAWAY SO DEPOSITS APPLIED:".
           05  filler                          pic x(2)
               value spaces.
           05  ws-so-applied-out               pic $$$,$$$,$$9.99
               value 0.

      * Sales totals report lines

       01  ws-sales-header.
           05  ws-adj-net-out                  pic $$$,$$$,$$9.99-
               value 0.

      * Paid-out totals report lines

       01  ws-paid-out-header.
           05  filler                          pic x
               value space.
           05  filler                          pic x(13)
               value "*************".
           05  filler                          pic x(11)
               value " PAID-OUTS ".
           05  filler                          pic x(36)
               value "************************************".

       01 ws-paid-out-transactions-line.
           05  filler                          pic x
               value space.
           05  filler                          pic x(30)
               value "TOTAL PAID-OUT TRANSACTIONS:  ".
           05  filler                          pic x(2)
               value spaces.
           05  ws-num-po-trans-out             pic zz,zz9
               value 0.

       01 ws-paid-out-amount-line.
           05  filler                          pic x
               value space.
           05  filler                          pic x(28)
               value "TOTAL PAID OUT OF DRAWERS:  ".
           05  filler                          pic x(2)
               value spaces.
           05  ws-total-po-out                 pic $$$,$$$,$$9.99
               value 0.

      * Sales and Layaway Transactions by Store
       01 ws-sl-store-header-line.
           05  filler                          pic x
               value 0.
       01  ws-adj-net-total                    pic s9(9)v99
               value 0.
       01  ws-num-paid-out-trans               pic 9(5)
               value 0.
       01  ws-paid-out-total                   pic 9(9)v9(3)
               value 0.
       01  ws-sales-lay-total                  pic 9(9)v9(3)
               value 0.
       01  ws-sales-total                      pic 9(9)v9(3)
                   value 0.
           05  ws-onacct-tot                   pic 9(9)v9(3)
                   value 0.
           05  ws-points-tot                   pic 9(9)v9(3)
                   value 0.

      * Per-store sales/layaway and returns totals - sized off
      * however many stores are on the store master so adding or
                       value 0.
               10  ws-store-gc-tot             pic 9(9)v9(3)
                       value 0.
               10  ws-store-po-tot             pic 9(9)v9(3)
                       value 0.
               10  ws-store-so-cash-tot        pic 9(9)v9(3)
                       value 0.
               10  ws-store-so-debit-tot       pic 9(9)v9(3)
                       value 0.
               10  ws-store-so-credit-tot      pic 9(9)v9(3)
                       value 0.

      * Cash a store should deposit - its cash sales and
      * special-order deposits less the petty cash paid out of its
      * drawers. A day whose paid-outs outrun the cash taken
      * deposits nothing.
       01  ws-store-net-cash                   pic s9(9)v9(3)
               value 0.

      * Today's paid-outs by expense category, seeded from the
      * paid-out category file. A category Program1 let through
      * with no file on hand to check it against is added as it
      * turns up and charged to the miscellaneous expense account.
       01  ws-pocat-tbl-cnt                    pic 9(3)
               value 0.

       01  ws-pocat-tbl.
           05  ws-pocat-tbl-entry              occurs 1 to 200 times
                   depending on ws-pocat-tbl-cnt
                   indexed by ws-pocat-idx.
               10  ws-pocat-tbl-code           pic xx.
               10  ws-pocat-tbl-acct           pic 9(4).
               10  ws-pocat-tbl-desc           pic x(20).
               10  ws-pocat-tbl-amt            pic 9(8)v9(3).

       77  ws-pocat-check-code                 pic xx
               value spaces.
       77  ws-pocat-found-flag                 pic x
               value "N".
       77  ws-pocat-match-idx                  pic 9(3)
               value 0.
       77  ws-pocat-eof-flag                   pic x
               value "N".

       01  ws-con-po-default-acct              pic 9(4)
               value 6190.
       01  ws-con-po-default-desc              pic x(20)
               value "UNLISTED PAID-OUT".

       01  ws-store-check-num                  pic 99
               value 0.
               10  ws-gc-tbl-issue-date         pic 9(6).
               10  ws-gc-tbl-last-act           pic 9(6).
               10  ws-gc-tbl-breakage           pic 9(7)v99.
               10  ws-gc-tbl-issue-store        pic 99.

       01  ws-gc-card-check                    pic x(15)
               value spaces.
               value "N".
       77  ws-gc-status                        pic xx
               value "00".

      * Today's GL figures by store for the GL store totals extract,
      * one entry per kind of movement, store, issuing store and
      * expense account, added to as the records go by.
       01  ws-sgl-tbl-cnt                      pic 9(4)
               value 0.

       01  ws-sgl-tbl.
           05  ws-sgl-tbl-entry                occurs 1 to 2000
                   times depending on ws-sgl-tbl-cnt
                   indexed by ws-sgl-idx.
               10  ws-sgl-tbl-key.
                   15  ws-sgl-tbl-type         pic x.
                   15  ws-sgl-tbl-store        pic 99.
                   15  ws-sgl-tbl-owner        pic 99.
                   15  ws-sgl-tbl-acct         pic 9(4).
                   15  ws-sgl-tbl-category     pic xx.
               10  ws-sgl-tbl-amt              pic 9(9)v99.

       01  ws-sgl-check-key.
           05  ws-sgl-check-type               pic x.
           05  ws-sgl-check-store              pic 99.
           05  ws-sgl-check-owner              pic 99.
           05  ws-sgl-check-acct               pic 9(4).
           05  ws-sgl-check-category           pic xx.

       77  ws-sgl-post-amt                     pic 9(9)v99
               value 0.
       77  ws-sgl-found-flag                   pic x
               value "N".
       77  ws-sgl-match-idx                    pic 9(4)
               value 0.
       77  ws-sgl-status                       pic xx
               value "00".
       77  ws-ar-status                        pic xx
               value "00".
       77  ws-aract-status                     pic xx
               value "BALANCE OWED ON ACCOUNT:  ".
           05  ws-arb-amt-out                  pic $$$,$$$,$$9.99-.

       77  ws-so-status                        pic xx
               value "00".
       77  ws-so-eof-flag                      pic x
               value "N".
       77  ws-sot-status                       pic xx
               value "00".

      * In-memory copy of the open special orders - loaded at
      * startup, added to by each "Q" deposit, marked dropped by
      * each "K" pickup, and written back out at the end of the run
      * without the dropped ones.
       01  ws-so-tbl-cnt                       pic 9(4)
               value 0.

       01  ws-so-tbl.
           05  ws-so-tbl-entry                  occurs 1 to 5000
                   times depending on ws-so-tbl-cnt
                   indexed by ws-so-idx.
               10  ws-so-tbl-invoice            pic x(9).
               10  ws-so-tbl-store              pic 99.
               10  ws-so-tbl-cust               pic 9(6).
               10  ws-so-tbl-sku                pic x(15).
               10  ws-so-tbl-qty                pic 9(3).
               10  ws-so-tbl-price              pic 9(5)v99.
               10  ws-so-tbl-deposit            pic 9(5)v99.
               10  ws-so-tbl-pay-type           pic xx.
               10  ws-so-tbl-order-date         pic 9(6).
               10  ws-so-tbl-po-number          pic 9(6).
               10  ws-so-tbl-po-line            pic 9(3).
               10  ws-so-tbl-po-date            pic 9(6).
               10  ws-so-tbl-recv-date          pic 9(6).
               10  ws-so-tbl-status             pic x.
               10  ws-so-tbl-dropped            pic x.

       77  ws-so-check-invoice                 pic x(9)
               value spaces.
       77  ws-so-found-flag                    pic x
               value "N".
       77  ws-so-match-idx                     pic 9(4)
               value 0.

      * Set while a "K" pickup is being carried through as the Sale
      * it completes, so the deposit it applies can be taken back
      * off the tender totals once the Sale has been posted.
       77  ws-so-pickup-flag                   pic x
               value "N".
       01  ws-so-full-price                    pic 9(7)v99
               value 0.
       01  ws-so-applied-amt                   pic 9(7)v99
               value 0.

       01  ws-num-so-deposit-trans             pic 9(5)
               value 0.
       01  ws-so-applied-tot                   pic 9(9)v9(3)
               value 0.
       01  ws-so-taken-today                   pic 9(8)v99
               value 0.
       01  ws-so-applied-today                 pic 9(8)v99
               value 0.
       01  ws-so-outstanding-total             pic 9(9)v99
               value 0.
       01  ws-so-open-count                    pic 9(5)
               value 0.

       01  ws-so-summary-header.
           05  filler                          pic x
               value space.
           05  filler                          pic x(13)
               value "*************".
           05  filler                          pic x(22)
               value " SPECIAL ORDERS ".
           05  filler                          pic x(25)
               value "*************************".

       01  ws-so-taken-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "DEPOSITS TAKEN TODAY:     ".
           05  ws-sotk-amt-out                 pic $$$,$$9.99.

       01  ws-so-applied-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "DEPOSITS APPLIED TODAY:   ".
           05  ws-soap-amt-out                 pic $$$,$$9.99.

       01  ws-so-held-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "DEPOSITS HELD:            ".
           05  ws-sohd-amt-out                 pic $$$,$$$,$$9.99.
           05  filler                          pic x(3)
               value " - ".
           05  ws-sohd-cnt-out                 pic zz,zz9.
           05  filler                          pic x(12)
               value " OPEN ORDERS".

      * In-memory copy of the loyalty points ledger - loaded from
      * loyalty-ledger.dat at startup, updated as named customers'
      * records are read, and written back out at the end of the
      * run, the same shape as the AR subledger above.
       01  ws-loy-tbl-cnt                      pic 9(4)
               value 0.

       01  ws-loy-tbl.
           05  ws-loy-tbl-entry                 occurs 1 to 5000
                   times depending on ws-loy-tbl-cnt
                   indexed by ws-loy-idx.
               10  ws-loy-tbl-cust              pic 9(6).
               10  ws-loy-tbl-earned            pic s9(7).
               10  ws-loy-tbl-redeemed          pic s9(7).
               10  ws-loy-tbl-balance           pic s9(7).
               10  ws-loy-tbl-last-act          pic 9(6).

       77  ws-loy-check-cust                   pic 9(6)
               value 0.
       77  ws-loy-found-flag                   pic x
               value "N".
       77  ws-loy-match-idx                    pic 9(4)
               value 0.
       77  ws-loy-eof-flag                     pic x
               value "N".
       77  ws-loy-status                       pic xx
               value "00".
       77  ws-loyctl-status                    pic xx
               value "00".
       77  ws-loyt-status                      pic xx
               value "00".

      * Used if loyalty-control.dat is missing - one point per
      * dollar, each point worth a cent.
       01  ws-con-loy-earn-default             pic 9(3)v99
               value 1.00.
       01  ws-con-loy-value-default            pic 9v9999
               value 0.0100.

       01  ws-loy-earn-rate                    pic 9(3)v99
               value 0.
       01  ws-loy-point-value                  pic 9v9999
               value 0.

      * The points one transaction moves, their dollar value, and
      * the journal action code for the movement.
       01  ws-loy-points                       pic 9(7)
               value 0.
       01  ws-loy-value                        pic 9(8)v99
               value 0.
       77  ws-loy-action                       pic x
               value space.

       01  ws-loy-earned-today                 pic 9(8)v99
               value 0.
       01  ws-loy-reversed-today               pic 9(8)v99
               value 0.
       01  ws-loy-redeemed-today               pic 9(8)v99
               value 0.
       01  ws-loy-restored-today               pic 9(8)v99
               value 0.
       01  ws-loy-outstanding-pts              pic 9(9)
               value 0.
       01  ws-loy-outstanding                  pic 9(9)v99
               value 0.

       01  ws-loy-summary-header.
           05  filler                          pic x
               value space.
           05  filler                          pic x(13)
               value "*************".
           05  filler                          pic x(22)
               value " LOYALTY POINTS ".
           05  filler                          pic x(25)
               value "*************************".

       01  ws-loy-earned-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "POINTS EARNED TODAY:      ".
           05  ws-lye-amt-out                  pic $$$,$$9.99.

       01  ws-loy-reversed-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "POINTS TAKEN BACK TODAY:  ".
           05  ws-lyx-amt-out                  pic $$$,$$9.99.

       01  ws-loy-redeemed-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "POINTS REDEEMED TODAY:    ".
           05  ws-lyd-amt-out                  pic $$$,$$9.99.

       01  ws-loy-restored-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "POINTS GIVEN BACK TODAY:  ".
           05  ws-lyr-amt-out                  pic $$$,$$9.99.

       01  ws-loy-outstanding-pts-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "OUTSTANDING POINTS:       ".
           05  ws-lyp-pts-out                  pic zzz,zzz,zz9.

       01  ws-loy-outstanding-line.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(26)
               value "OUTSTANDING POINTS VALUE: ".
           05  ws-lyo-amt-out                  pic $$$,$$$,$$9.99.

       01  ws-gc-issued-today                  pic 9(8)v99
               value 0.
       01  ws-gc-redeemed-today                pic 9(8)v99
               value "00".
       77  ws-expd-status                      pic xx
               value "00".
       77  ws-pot-status                       pic xx
               value "00".
       77  ws-pocat-status                     pic xx
               value "00".

      * Carry-forward parse area for the extracts this program
      * rewrites. On an intraday day (MAFDINT) each pass would
           05  filler                          pic x(13)
               value "*************".
           05  filler                          pic x(32)
               value " PERIOD-TO-DATE / YEAR-TO-DATE ".
           05  filler                          pic x(13)
               value "*************".

           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(24)
               value "PTD SALES & LAYAWAY QTY:".
           05  ws-mtd-snl-count-out             pic zz,zz9.
           05  filler                          pic x(10)
               value spaces.
           05  filler                          pic x(5)
               value spaces.
           05  filler                          pic x(24)
               value "PTD RETURNS QTY:        ".
           05  ws-mtd-ret-count-out             pic zz,zz9.
           05  filler                          pic x(10)
               value spaces.
               value "GC".
       77  ws-onacct-code                      pic xx
               value "ON".
       77  ws-points-code                      pic xx
               value "PT".
       77  ws-ar-payment-code                  pic x
               value "P".
       77  ws-paid-out-code                    pic x
               value "O".
       77  ws-staff-purchase-code              pic xx
               value "EP".
       77  ws-so-deposit-code                  pic x
               value "Q".
       77  ws-so-pickup-code                   pic x
               value "K".

       procedure division.

       000-main.

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           perform 050-acquire-run-lock.

           if (ws-lock-denied-flag = "Y") then
           perform 470-write-layaway-subledger.
           perform 475-write-gift-card-ledger.
           perform 478-write-adjustment-totals.
           perform 469-write-paid-out-totals.
           perform 461-write-store-gl-totals.
           perform 474-write-ar-subledger.
           perform 472-write-loyalty-ledger.
           perform 468-write-special-orders.
           perform 490-update-running-totals.
           perform 990-write-run-history.
           perform 500-closefiles.
           perform 995-release-run-lock.
           goback.

      *On a chain restart, step aside when Program60 has listed
      *this step as already complete for the run being picked up
      *again - nothing is opened, posted or written twice.
       040-check-restart-skip.

           open input restart-skip-file.

           if (ws-rskip-status = "00") then

               read restart-skip-file
                   at end move "Y" to ws-rskip-eof-flag
               end-read

               perform 045-check-one-skip-entry
                   until ws-rskip-eof-flag = "Y"

               close restart-skip-file

           end-if.

       045-check-one-skip-entry.

           if (rs-program-id = "PROGRAM2  ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Take the chain run-lock, or refuse to start when another
      *program holds it. A lock left from a prior day is an abend's
      *leftovers and is taken over with a console note; the
       100-openfiles.
      * Open files
           perform 105-load-run-id.
           perform 148-load-fiscal-calendar.
           perform 145-check-rerun-and-backup.
           perform 110-load-store-master.
           perform 130-load-layaway-subledger.
           perform 135-load-gift-card-ledger.
           perform 136-load-ar-subledger.
           perform 131-load-loyalty-ledger.
           perform 138-load-gc-dormancy-policy.
           perform 133-load-loyalty-control.
           perform 134-load-paid-out-categories.
           perform 150-load-special-orders.

           open input input-file.
           open output snl-file ret-file vx-file adj-file tot-file
               dup-file ar-pay-file po-file so-split-file.

           write snl-line from ws-batch-header-line.
           write rec-line from ws-batch-header-line.
           write tot-line from ws-batch-header-line.
           write dup-line from ws-batch-header-line.
           write arp-line from ws-batch-header-line.
           write po-line  from ws-batch-header-line.
           write so-split-line from ws-batch-header-line.

      * The activity journal is appended to, never rewritten - it
      * is the statement run's raw material. A rerun leaves it

           end-if.

      * Seed the category table off the paid-out category file so
      * each category's paid-outs are charged to its own expense
      * account. A missing file just leaves every category to be
      * added as it turns up.
       134-load-paid-out-categories.

           open input po-category-file.

           if (ws-pocat-status = "00") then

               read po-category-file
                   at end move "Y" to ws-pocat-eof-flag
               end-read

               perform 147-load-paid-out-category-entry
                   until ws-pocat-eof-flag = "Y"

               close po-category-file

           end-if.

       147-load-paid-out-category-entry.

           add 1 to ws-pocat-tbl-cnt.
           set ws-pocat-idx to ws-pocat-tbl-cnt.

           move pc-category-in to ws-pocat-tbl-code(ws-pocat-idx).
           move pc-gl-acct-in  to ws-pocat-tbl-acct(ws-pocat-idx).
           move pc-desc-in     to ws-pocat-tbl-desc(ws-pocat-idx).
           move 0              to ws-pocat-tbl-amt(ws-pocat-idx).

           read po-category-file
               at end move "Y" to ws-pocat-eof-flag.

      * Load the fiscal calendar into a table. A missing file leaves
      * the table empty and every date falls back to its calendar
      * month.
       148-load-fiscal-calendar.

           open input fiscal-calendar-file.

           if (ws-fcal-status = "00") then

               read fiscal-calendar-file
                   at end move "Y" to ws-fcal-eof-flag
               end-read

               perform 149-load-fiscal-calendar-entry
                   until ws-fcal-eof-flag = "Y"

               close fiscal-calendar-file

           end-if.

       149-load-fiscal-calendar-entry.

           if (ws-fcal-tbl-cnt < 400) then

               add 1 to ws-fcal-tbl-cnt
               set ws-fcal-idx to ws-fcal-tbl-cnt

               move fc-fiscal-yy-in
                   to ws-fcal-tbl-fiscal-yy(ws-fcal-idx)
               move fc-period-in     to ws-fcal-tbl-period(ws-fcal-idx)
               move fc-week-in       to ws-fcal-tbl-week(ws-fcal-idx)
               move fc-start-date-in
                   to ws-fcal-tbl-start-date(ws-fcal-idx)
               move fc-end-date-in
                   to ws-fcal-tbl-end-date(ws-fcal-idx)

           end-if.

           read fiscal-calendar-file
               at end move "Y" to ws-fcal-eof-flag.

      * Pick up the batch date and run id Program1 stamped for this
      * run. A missing file just leaves the header at zeros rather
      * than aborting.
       105-load-run-id.

           move 0 to bh-batch-date.
           move 0 to bh-run-id.
               to ws-gc-tbl-last-act(ws-gc-idx).
           move gc-breakage-amt to ws-gc-tbl-breakage(ws-gc-idx).

           if (gc-issue-store is numeric) then
               move gc-issue-store to ws-gc-tbl-issue-store(ws-gc-idx)
           else
               move 0 to ws-gc-tbl-issue-store(ws-gc-idx)
           end-if.

           read gc-file
               at end move "Y" to ws-gc-eof-flag.

           read ar-file
               at end move "Y" to ws-ar-eof-flag.

      * Load the open special orders, if any, taking the
      * before-image as it goes the same way the AR subledger does.
      * A missing file just means no special orders are open yet.
       150-load-special-orders.

           open input so-file.

           if (ws-so-status = "00") then

               if (ws-rerun-flag not = "Y") then
                   open output so-backup-file
               end-if

               read so-file
                   at end move "Y" to ws-so-eof-flag
               end-read

               perform 151-load-special-order-entry
                   until ws-so-eof-flag = "Y"

               close so-file

               if (ws-rerun-flag not = "Y") then
                   close so-backup-file
               end-if

           end-if.

      * Add one open special order to the in-memory table.
       151-load-special-order-entry.

           if (ws-rerun-flag not = "Y") then
               write so-bak-record from so-record
           end-if.

           add 1 to ws-so-tbl-cnt.
           set ws-so-idx to ws-so-tbl-cnt.

           move so-invoice-num      to ws-so-tbl-invoice(ws-so-idx).
           move so-store-num        to ws-so-tbl-store(ws-so-idx).
           move so-cust-num         to ws-so-tbl-cust(ws-so-idx).
           move so-sku-code         to ws-so-tbl-sku(ws-so-idx).
           move so-quantity         to ws-so-tbl-qty(ws-so-idx).
           move so-unit-price       to ws-so-tbl-price(ws-so-idx).
           move so-deposit-amt      to ws-so-tbl-deposit(ws-so-idx).
           move so-deposit-pay-type to ws-so-tbl-pay-type(ws-so-idx).
           move so-order-date       to ws-so-tbl-order-date(ws-so-idx).
           move so-po-number        to ws-so-tbl-po-number(ws-so-idx).
           move so-po-line-num      to ws-so-tbl-po-line(ws-so-idx).
           move so-po-date          to ws-so-tbl-po-date(ws-so-idx).
           move so-received-date    to ws-so-tbl-recv-date(ws-so-idx).
           move so-status           to ws-so-tbl-status(ws-so-idx).
           move "N"                 to ws-so-tbl-dropped(ws-so-idx).

           read so-file
               at end move "Y" to ws-so-eof-flag.

      * Load yesterday's loyalty ledger, if one exists, taking the
      * before-image as it goes the same way the AR subledger does.
       131-load-loyalty-ledger.

           open input loy-file.

           if (ws-loy-status = "00") then

               if (ws-rerun-flag not = "Y") then
                   open output loy-backup-file
               end-if

               read loy-file
                   at end move "Y" to ws-loy-eof-flag
               end-read

               perform 132-load-loyalty-entry
                   until ws-loy-eof-flag = "Y"

               close loy-file

               if (ws-rerun-flag not = "Y") then
                   close loy-backup-file
               end-if

           end-if.

      * Add one loyalty ledger entry to the in-memory table.
       132-load-loyalty-entry.

           if (ws-rerun-flag not = "Y") then
               write loy-bak-record from loy-record
           end-if.

           add 1 to ws-loy-tbl-cnt.
           set ws-loy-idx to ws-loy-tbl-cnt.

           move loy-cust-num      to ws-loy-tbl-cust(ws-loy-idx).
           move loy-earned-pts    to ws-loy-tbl-earned(ws-loy-idx).
           move loy-redeemed-pts  to ws-loy-tbl-redeemed(ws-loy-idx).
           move loy-balance-pts   to ws-loy-tbl-balance(ws-loy-idx).
           move loy-last-act-date to ws-loy-tbl-last-act(ws-loy-idx).

           read loy-file
               at end move "Y" to ws-loy-eof-flag.

      * Load the earn rate and point value. A missing control file
      * just means "run with the built-in defaults" rather than
      * aborting; a zero point value would make every point
      * worthless and is ignored the same way.
       133-load-loyalty-control.

           move ws-con-loy-earn-default  to ws-loy-earn-rate.
           move ws-con-loy-value-default to ws-loy-point-value.

           open input loy-control-file.

           if (ws-loyctl-status = "00") then

               read loy-control-file
                   not at end
                       if (lc-earn-rate-in is numeric) then
                           move lc-earn-rate-in to ws-loy-earn-rate
                       end-if
                       if (lc-point-value-in is numeric)
                           and (lc-point-value-in > 0) then
                           move lc-point-value-in
                               to ws-loy-point-value
                       end-if
               end-read

               close loy-control-file

           end-if.

      * Seed the brand-new journal with one opening-position
      * record per carried ledger entry, so the replay utility can
      * rebuild today's balances without needing the world before
               varying ws-gc-idx from 1 by 1
               until ws-gc-idx > ws-gc-tbl-cnt.

           perform 146-write-one-loy-opening
               varying ws-loy-idx from 1 by 1
               until ws-loy-idx > ws-loy-tbl-cnt.

       142-write-one-lay-opening.

           move spaces to lj-record.
           move bh-run-id     to lj-run-id.
           write lj-record.

       146-write-one-loy-opening.

           move spaces to lj-record.
           move "P" to lj-ledger-id.
           move ws-loy-tbl-cust(ws-loy-idx) to lj-key.
           move "O" to lj-action.
           move 0 to lj-before-balance.
           move ws-loy-tbl-balance(ws-loy-idx) to lj-after-balance.
           move 0 to lj-trans-amt.
           move spaces to lj-invoice-num.
           move bh-batch-date to lj-batch-date.
           move bh-run-id     to lj-run-id.
           write lj-record.

      * One journal line per ledger movement. A rerun already
      * wrote its lines on the first pass and leaves the journal
      * alone.

           perform 240-check-duplicate-invoice.

      * A special-order deposit or pickup moves the open
      * special-orders file; a pickup then carries on below as the
      * full-price Sale it completes.
           move "N" to ws-so-pickup-flag.

           if vi-trans-code = ws-so-deposit-code
               or vi-trans-code = ws-so-pickup-code
               perform 296-post-special-order
           end-if.

      * Set flags and add transaction amount to correct total
           if vi-trans-code is equal to ws-sales-code
               move "Y" to ws-sales-flag
                           else
                               if vi-pay-type = ws-onacct-code
                                   add vi-trans-amt to ws-onacct-tot
                               else
                               if vi-pay-type = ws-points-code
                                   add vi-trans-amt to ws-points-tot
                               end-if
                               end-if
                           end-if
                       end-if
               end-if
           end-if.

      * A named customer's Sale or Layaway earns loyalty points,
      * unless points paid for it - a PT tender spends them
      * instead. A Return or Void takes back what the sale earned,
      * or, where points paid for it, gives the spent points back.
      * Walk-in records (customer zero) never touch the ledger, and
      * nor do staff purchases (reason EP), whose customer-number
      * field carries the purchasing employee's number instead.
           if vi-cust-num is numeric
               if vi-cust-num > 0
                   and vi-reason-code not = ws-staff-purchase-code
                   perform 282-post-loyalty-points
               end-if
           end-if.

           if vi-trans-code is equal to ws-returns-code
               add 1 to ws-num-return-trans
               move "Y" to ws-returns-flag
               add 1 to ws-num-adj-trans
               if vi-reason-code(1:1) = ws-adj-debit-ind
                   add vi-trans-amt to ws-adj-debit-total
                   move "D" to ws-sgl-check-type
               else
                   add vi-trans-amt to ws-adj-credit-total
                   move "C" to ws-sgl-check-type
               end-if
               move vi-store-num to ws-sgl-check-store
               move vi-store-num to ws-sgl-check-owner
               move 0 to ws-sgl-check-acct
               move spaces to ws-sgl-check-category
               move vi-trans-amt to ws-sgl-post-amt
               perform 293-post-store-gl
               write adj-line from valid-in
           end-if.

      * Paid-out records get a split file of their own; the cash
      * came out of the drawer, so it comes off the store's
      * expected cash deposit, and the expense category in the
      * reason-code field says which expense account it is charged
      * to.
           if vi-trans-code = ws-paid-out-code
               add 1 to ws-num-paid-out-trans
               add vi-trans-amt to ws-paid-out-total
               write po-line from valid-in
               perform 290-tally-paid-out
           end-if.

           perform 265-bucket-by-trans-date.

      * Use flags for processing
               end-if
           end-if.

           if ws-so-pickup-flag = "Y"
               perform 299-back-out-deposit-applied
           end-if.

      * A "Q" deposit opens its order on the special-orders file and
      * its tender goes to the store's special-order deposits, not
      * its sales. A "K" pickup drops its order and turns into the
      * Sale it completes - the full price, quantity times unit
      * price - so tax, revenue, units and loyalty all post the way
      * any Sale does; the deposit it applies comes back off the
      * tender totals in 299 once that Sale is posted. Both go to
      * the special-order split as rung.
       296-post-special-order.

           write so-split-line from valid-in.

           move vi-invoice-number to ws-so-check-invoice.
           perform 297-locate-special-order.

           if vi-trans-code = ws-so-deposit-code

               add 1 to ws-num-so-deposit-trans
               add vi-trans-amt to ws-so-taken-today

               add 1 to ws-so-tbl-cnt
               set ws-so-idx to ws-so-tbl-cnt
               move vi-invoice-number to ws-so-tbl-invoice(ws-so-idx)
               move vi-store-num      to ws-so-tbl-store(ws-so-idx)
               move vi-cust-num       to ws-so-tbl-cust(ws-so-idx)
               move vi-sku-code       to ws-so-tbl-sku(ws-so-idx)
               move vi-quantity       to ws-so-tbl-qty(ws-so-idx)
               move vi-unit-price     to ws-so-tbl-price(ws-so-idx)
               move vi-trans-amt      to ws-so-tbl-deposit(ws-so-idx)
               move vi-pay-type       to ws-so-tbl-pay-type(ws-so-idx)
               move vi-trans-date
                   to ws-so-tbl-order-date(ws-so-idx)
               move 0   to ws-so-tbl-po-number(ws-so-idx)
               move 0   to ws-so-tbl-po-line(ws-so-idx)
               move 0   to ws-so-tbl-po-date(ws-so-idx)
               move 0   to ws-so-tbl-recv-date(ws-so-idx)
               move "O" to ws-so-tbl-status(ws-so-idx)
               move "N" to ws-so-tbl-dropped(ws-so-idx)

               move vi-store-num to ws-store-check-num
               perform 235-search-store-table
               if (ws-store-found-flag = "Y") then
                   set ws-store-idx to ws-store-match-idx
                   if vi-pay-type = ws-cash-code then
                       add vi-trans-amt
                           to ws-store-so-cash-tot(ws-store-idx)
                   else
                   if vi-pay-type = ws-debit-code then
                       add vi-trans-amt
                           to ws-store-so-debit-tot(ws-store-idx)
                   else
                   if vi-pay-type = ws-credit-code then
                       add vi-trans-amt
                           to ws-store-so-credit-tot(ws-store-idx)
                   end-if
                   end-if
                   end-if
               end-if

           else

               compute ws-so-full-price
                   = vi-quantity * vi-unit-price
               compute ws-so-applied-amt
                   = ws-so-full-price - vi-trans-amt
               add ws-so-applied-amt to ws-so-applied-tot
               add ws-so-applied-amt to ws-so-applied-today

               if (ws-so-found-flag = "Y") then
                   move "Y" to ws-so-tbl-dropped(ws-so-match-idx)
               end-if

               move "Y" to ws-so-pickup-flag
               move ws-sales-code    to vi-trans-code
               move ws-so-full-price to vi-trans-amt

           end-if.

      * Look ws-so-check-invoice up among the orders still open.
       297-locate-special-order.

           move "N" to ws-so-found-flag.

           perform 298-compare-special-order-entry
               varying ws-so-idx from 1 by 1
               until ws-so-idx > ws-so-tbl-cnt
                   or ws-so-found-flag = "Y".

      * Compare one open order to ws-so-check-invoice, remembering
      * where the match sits - the perform varying above leaves
      * ws-so-idx one past it by the time the loop stops.
       298-compare-special-order-entry.

           if (ws-so-check-invoice = ws-so-tbl-invoice(ws-so-idx))
               and (ws-so-tbl-dropped(ws-so-idx) not = "Y") then

               move "Y" to ws-so-found-flag
               set ws-so-match-idx to ws-so-idx

           end-if.

      * The Sale a pickup turned into was tallied at its full price
      * against the pickup's tender, but only the balance changed
      * hands today - the deposit was counted when it was taken.
      * Take the deposit applied back off that tender, chain-wide
      * and for the store.
       299-back-out-deposit-applied.

           if vi-pay-type = ws-cash-code then
               subtract ws-so-applied-amt from ws-cash-tot
           else
           if vi-pay-type = ws-debit-code then
               subtract ws-so-applied-amt from ws-debit-tot
           else
           if vi-pay-type = ws-credit-code then
               subtract ws-so-applied-amt from ws-credit-tot
           end-if
           end-if
           end-if.

           move vi-store-num to ws-store-check-num.
           perform 235-search-store-table.

           if (ws-store-found-flag = "Y") then
               set ws-store-idx to ws-store-match-idx
               if vi-pay-type = ws-cash-code then
                   subtract ws-so-applied-amt
                       from ws-store-cash-tot(ws-store-idx)
               else
               if vi-pay-type = ws-debit-code then
                   subtract ws-so-applied-amt
                       from ws-store-debit-tot(ws-store-idx)
               else
               if vi-pay-type = ws-credit-code then
                   subtract ws-so-applied-amt
                       from ws-store-credit-tot(ws-store-idx)
               end-if
               end-if
               end-if
           end-if.

      * Take one paid-out off its store's cash and add it to its
      * expense category's total for the day.
       290-tally-paid-out.

           move vi-store-num to ws-store-check-num.
           perform 235-search-store-table.

           if (ws-store-found-flag = "Y") then
               set ws-store-idx to ws-store-match-idx
               add vi-trans-amt to ws-store-po-tot(ws-store-idx)
           end-if.

           move vi-reason-code to ws-pocat-check-code.
           perform 291-locate-paid-out-category.
           add vi-trans-amt to ws-pocat-tbl-amt(ws-pocat-idx).

           move "P" to ws-sgl-check-type.
           move vi-store-num to ws-sgl-check-store.
           move vi-store-num to ws-sgl-check-owner.
           move ws-pocat-tbl-acct(ws-pocat-idx) to ws-sgl-check-acct.
           move ws-pocat-check-code to ws-sgl-check-category.
           move vi-trans-amt to ws-sgl-post-amt.
           perform 293-post-store-gl.

      * Find (or open) the category entry for ws-pocat-check-code,
      * leaving ws-pocat-idx pointed at it.
       291-locate-paid-out-category.

           move "N" to ws-pocat-found-flag.

           perform 292-compare-paid-out-entry
               varying ws-pocat-idx from 1 by 1
               until ws-pocat-idx > ws-pocat-tbl-cnt
                   or ws-pocat-found-flag = "Y".

           if (ws-pocat-found-flag = "Y") then

               set ws-pocat-idx to ws-pocat-match-idx

           else

               add 1 to ws-pocat-tbl-cnt
               set ws-pocat-idx to ws-pocat-tbl-cnt
               move ws-pocat-check-code
                   to ws-pocat-tbl-code(ws-pocat-idx)
               move ws-con-po-default-acct
                   to ws-pocat-tbl-acct(ws-pocat-idx)
               move ws-con-po-default-desc
                   to ws-pocat-tbl-desc(ws-pocat-idx)
               move 0 to ws-pocat-tbl-amt(ws-pocat-idx)

           end-if.

      * Compare one category entry to ws-pocat-check-code,
      * remembering where the match sits - the perform varying above
      * leaves ws-pocat-idx one past it by the time the loop stops.
       292-compare-paid-out-entry.

           if (ws-pocat-check-code = ws-pocat-tbl-code(ws-pocat-idx))
               then
               move "Y" to ws-pocat-found-flag
               set ws-pocat-match-idx to ws-pocat-idx
           end-if.

      * Add ws-sgl-post-amt into the GL store totals entry for
      * ws-sgl-check-key, opening the entry the first time the key
      * turns up.
       293-post-store-gl.

           move "N" to ws-sgl-found-flag.

           perform 294-compare-store-gl-entry
               varying ws-sgl-idx from 1 by 1
               until ws-sgl-idx > ws-sgl-tbl-cnt
                   or ws-sgl-found-flag = "Y".

           if (ws-sgl-found-flag = "Y") then

               set ws-sgl-idx to ws-sgl-match-idx

           else

               if (ws-sgl-tbl-cnt < 2000) then
                   add 1 to ws-sgl-tbl-cnt
                   set ws-sgl-idx to ws-sgl-tbl-cnt
                   move ws-sgl-check-key to ws-sgl-tbl-key(ws-sgl-idx)
                   move 0 to ws-sgl-tbl-amt(ws-sgl-idx)
                   move "Y" to ws-sgl-found-flag
               end-if

           end-if.

           if (ws-sgl-found-flag = "Y") then
               add ws-sgl-post-amt to ws-sgl-tbl-amt(ws-sgl-idx)
           end-if.

      * Compare one GL store totals entry to ws-sgl-check-key,
      * remembering where the match sits - the perform varying
      * above leaves ws-sgl-idx one past it by the time the loop
      * stops.
       294-compare-store-gl-entry.

           if (ws-sgl-check-key = ws-sgl-tbl-key(ws-sgl-idx)) then
               move "Y" to ws-sgl-found-flag
               set ws-sgl-match-idx to ws-sgl-idx
           end-if.

      * Post this record's gift-card movement (the kind already in
      * ws-sgl-check-type) against the store it was rung at and the
      * store that issued the card. A card from before the ledger
      * carried its issuing store is taken to be the ringing
      * store's own.
       295-post-gift-card-store-gl.

           move vi-store-num to ws-sgl-check-store.

           if (ws-gc-tbl-issue-store(ws-gc-idx) > 0) then
               move ws-gc-tbl-issue-store(ws-gc-idx)
                   to ws-sgl-check-owner
           else
               move vi-store-num to ws-sgl-check-owner
           end-if.

           move 0 to ws-sgl-check-acct.
           move spaces to ws-sgl-check-category.
           move vi-trans-amt to ws-sgl-post-amt.
           perform 293-post-store-gl.

      * Program1 stamps its own valid-record count as a trailer line
      * at the end of valid.out. Recognize it here and pull the count
      * out; 300-writeline above skips 260-process-transaction for
               move vi-trans-date to ws-gc-tbl-last-act(ws-gc-idx)
               add vi-trans-amt to ws-gc-redeemed-today

               move "R" to ws-sgl-check-type
               perform 295-post-gift-card-store-gl

               move spaces to lj-record
               move "G" to lj-ledger-id
               move ws-gc-tbl-card(ws-gc-idx) to lj-key
               move vi-trans-date to ws-gc-tbl-issue-date(ws-gc-idx)
               move vi-trans-date to ws-gc-tbl-last-act(ws-gc-idx)
               move 0            to ws-gc-tbl-breakage(ws-gc-idx)
               move vi-store-num to ws-gc-tbl-issue-store(ws-gc-idx)
               add vi-trans-amt to ws-gc-issued-today

               move "I" to ws-sgl-check-type
               perform 295-post-gift-card-store-gl

               move spaces to lj-record
               move "G" to lj-ledger-id
               move ws-gc-tbl-card(ws-gc-idx) to lj-key
               move vi-trans-date to ws-gc-tbl-last-act(ws-gc-idx)
               add vi-trans-amt to ws-gc-issued-today

               move "I" to ws-sgl-check-type
               perform 295-post-gift-card-store-gl

               move spaces to lj-record
               move "G" to lj-ledger-id
               move ws-gc-tbl-card(ws-gc-idx) to lj-key
               move vi-trans-date to ws-gc-tbl-issue-date(ws-gc-idx)
               move vi-trans-date to ws-gc-tbl-last-act(ws-gc-idx)
               move 0            to ws-gc-tbl-breakage(ws-gc-idx)
               move vi-store-num to ws-gc-tbl-issue-store(ws-gc-idx)
               add vi-trans-amt to ws-gc-issued-today

               move "I" to ws-sgl-check-type
               perform 295-post-gift-card-store-gl

               move spaces to lj-record
               move "G" to lj-ledger-id
               move ws-gc-tbl-card(ws-gc-idx) to lj-key
           compute ws-p2-split-count
               = ws-num-snl-trans + ws-num-return-trans
                   + ws-num-void-exch-trans + ws-num-adj-trans
                   + ws-num-ar-pay-trans + ws-num-paid-out-trans
                   + ws-num-so-deposit-trans.

           if (ws-p2-split-count not = ws-p1-valid-count) then

           compute ws-credit-out rounded = ws-credit-tot
           compute ws-giftcard-out rounded = ws-giftcard-tot
           compute ws-onacct-out rounded = ws-onacct-tot
           compute ws-points-out rounded = ws-points-tot
           compute ws-so-applied-out rounded = ws-so-applied-tot

           compute ws-num-sales-trans-out rounded = ws-num-sales-trans.
           compute ws-total-sales-out rounded = ws-sales-total.
           write tot-line from ws-sl-credit-line.
           write tot-line from ws-sl-giftcard-line.
           write tot-line from ws-sl-onacct-line.
           write tot-line from ws-sl-points-line.
           write tot-line from ws-sl-so-applied-line.

           write tot-line from ws-sales-header
               after advancing 1 line.
           write tot-line from ws-adjust-credit-line.
           write tot-line from ws-adjust-net-line.

           compute ws-num-po-trans-out rounded = ws-num-paid-out-trans.
           compute ws-total-po-out rounded = ws-paid-out-total.

           write tot-line from ws-paid-out-header
               after advancing 2 lines.
           write tot-line from ws-paid-out-transactions-line
               after advancing 2 lines.
           write tot-line from ws-paid-out-amount-line
               after advancing 2 lines.

       420-storesnlheader.
           write tot-line from ws-sl-store-header-line
               after advancing 2 lines.
           move ws-store-tbl-num(ws-store-idx) to exp-store-num.

           move ws-cash-code to exp-pay-type.
           compute ws-store-net-cash
               = ws-store-cash-tot(ws-store-idx)
                   + ws-store-so-cash-tot(ws-store-idx)
                   - ws-store-po-tot(ws-store-idx).
           if (ws-store-net-cash < 0) then
               move 0 to ws-store-net-cash
           end-if.
           compute exp-amount rounded = ws-store-net-cash.
           write exp-record.
           add 1 to ws-extract-count.
           add exp-amount to ws-extract-hash.

           move ws-debit-code to exp-pay-type.
           compute exp-amount rounded
               = ws-store-debit-tot(ws-store-idx)
                   + ws-store-so-debit-tot(ws-store-idx).
           write exp-record.
           add 1 to ws-extract-count.
           add exp-amount to ws-extract-hash.

           move ws-credit-code to exp-pay-type.
           compute exp-amount rounded
               = ws-store-credit-tot(ws-store-idx)
                   + ws-store-so-credit-tot(ws-store-idx).
           write exp-record.
           add 1 to ws-extract-count.
           add exp-amount to ws-extract-hash.
           move ws-gc-tbl-last-act(ws-gc-idx)
               to gc-last-activity-date.
           move ws-gc-tbl-breakage(ws-gc-idx) to gc-breakage-amt.
           move ws-gc-tbl-issue-store(ws-gc-idx) to gc-issue-store.
           write gc-record.

           if (ws-gc-tbl-balance(ws-gc-idx) > 0) then
               add ws-gc-tbl-balance(ws-gc-idx) to ws-gc-outstanding
               move "O" to ws-sgl-check-type
               move ws-gc-tbl-issue-store(ws-gc-idx)
                   to ws-sgl-check-store
               move ws-gc-tbl-issue-store(ws-gc-idx)
                   to ws-sgl-check-owner
               move 0 to ws-sgl-check-acct
               move spaces to ws-sgl-check-category
               move ws-gc-tbl-balance(ws-gc-idx) to ws-sgl-post-amt
               perform 293-post-store-gl
           end-if.

      * A card untouched past the dormancy policy has its balance
                   add ws-gc-tbl-balance(ws-gc-idx)
                       to ws-gc-tbl-breakage(ws-gc-idx)

                   move "B" to ws-sgl-check-type
                   move ws-gc-tbl-issue-store(ws-gc-idx)
                       to ws-sgl-check-store
                   move ws-gc-tbl-issue-store(ws-gc-idx)
                       to ws-sgl-check-owner
                   move 0 to ws-sgl-check-acct
                   move spaces to ws-sgl-check-category
                   move ws-gc-tbl-balance(ws-gc-idx) to ws-sgl-post-amt
                   perform 293-post-store-gl

                   move spaces to lj-record
                   move "G" to lj-ledger-id
                   move ws-gc-tbl-card(ws-gc-idx) to lj-key

           end-if.

      * Route one named customer's record to the loyalty movement
      * it makes. Exchanges, adjustments and account payments earn
      * and spend nothing.
       282-post-loyalty-points.

           if vi-trans-code = ws-sales-code
               or vi-trans-code = ws-layaway-code
               if vi-pay-type = ws-points-code
                   perform 283-redeem-loyalty-points
               else
                   perform 284-earn-loyalty-points
               end-if
           else
           if vi-trans-code = ws-returns-code
               or vi-trans-code = ws-void-code
               if vi-pay-type = ws-points-code
                   perform 286-restore-loyalty-points
               else
                   perform 287-reverse-loyalty-points
               end-if
           end-if
           end-if.

      * A PT-tendered Sale or Layaway spends the points its amount
      * is worth at the control file's point value - part of a
      * point counts as a whole one, the same rounding Program1
      * checked the balance with.
       283-redeem-loyalty-points.

           compute ws-loy-points
               = (vi-trans-amt / ws-loy-point-value) + 0.9999.

           perform 285-locate-loyalty-entry.

           move ws-loy-tbl-balance(ws-loy-idx) to ws-lj-before.
           add ws-loy-points to ws-loy-tbl-redeemed(ws-loy-idx).
           subtract ws-loy-points from ws-loy-tbl-balance(ws-loy-idx).

           compute ws-loy-value rounded
               = ws-loy-points * ws-loy-point-value.
           add ws-loy-value to ws-loy-redeemed-today.

           move "D" to ws-loy-action.
           perform 288-write-loyalty-journal.

      * Any other Sale or Layaway earns whole points at the
      * control file's rate per dollar.
       284-earn-loyalty-points.

           compute ws-loy-points = vi-trans-amt * ws-loy-earn-rate.

           if (ws-loy-points > 0) then

               perform 285-locate-loyalty-entry

               move ws-loy-tbl-balance(ws-loy-idx) to ws-lj-before
               add ws-loy-points to ws-loy-tbl-earned(ws-loy-idx)
               add ws-loy-points to ws-loy-tbl-balance(ws-loy-idx)

               compute ws-loy-value rounded
                   = ws-loy-points * ws-loy-point-value
               add ws-loy-value to ws-loy-earned-today

               move "E" to ws-loy-action
               perform 288-write-loyalty-journal

           end-if.

      * A Return or Void of a PT-tendered sale gives back the
      * points it spent, worked out the same way they were taken.
       286-restore-loyalty-points.

           compute ws-loy-points
               = (vi-trans-amt / ws-loy-point-value) + 0.9999.

           perform 285-locate-loyalty-entry.

           move ws-loy-tbl-balance(ws-loy-idx) to ws-lj-before.
           subtract ws-loy-points
               from ws-loy-tbl-redeemed(ws-loy-idx).
           add ws-loy-points to ws-loy-tbl-balance(ws-loy-idx).

           compute ws-loy-value rounded
               = ws-loy-points * ws-loy-point-value.
           add ws-loy-value to ws-loy-restored-today.

           move "R" to ws-loy-action.
           perform 288-write-loyalty-journal.

      * A Return or Void of any other sale takes back the points it
      * earned. Points already spent can leave the balance below
      * zero; later purchases earn it back up before anything more
      * can be redeemed.
       287-reverse-loyalty-points.

           compute ws-loy-points = vi-trans-amt * ws-loy-earn-rate.

           if (ws-loy-points > 0) then

               perform 285-locate-loyalty-entry

               move ws-loy-tbl-balance(ws-loy-idx) to ws-lj-before
               subtract ws-loy-points
                   from ws-loy-tbl-earned(ws-loy-idx)
               subtract ws-loy-points
                   from ws-loy-tbl-balance(ws-loy-idx)

               compute ws-loy-value rounded
                   = ws-loy-points * ws-loy-point-value
               add ws-loy-value to ws-loy-reversed-today

               move "X" to ws-loy-action
               perform 288-write-loyalty-journal

           end-if.

      * Find (or open) the loyalty entry for this record's
      * customer, leaving ws-loy-idx pointed at it and the
      * activity date stamped.
       285-locate-loyalty-entry.

           move vi-cust-num to ws-loy-check-cust.
           move "N" to ws-loy-found-flag.

           perform 289-compare-loyalty-entry
               varying ws-loy-idx from 1 by 1
               until ws-loy-idx > ws-loy-tbl-cnt
                   or ws-loy-found-flag = "Y".

           if (ws-loy-found-flag = "Y") then

               set ws-loy-idx to ws-loy-match-idx

           else

               add 1 to ws-loy-tbl-cnt
               set ws-loy-idx to ws-loy-tbl-cnt
               move ws-loy-check-cust to ws-loy-tbl-cust(ws-loy-idx)
               move 0 to ws-loy-tbl-earned(ws-loy-idx)
               move 0 to ws-loy-tbl-redeemed(ws-loy-idx)
               move 0 to ws-loy-tbl-balance(ws-loy-idx)

           end-if.

           move vi-trans-date to ws-loy-tbl-last-act(ws-loy-idx).

      * Compare one loyalty entry to ws-loy-check-cust, remembering
      * where the match sits - the perform varying above leaves
      * ws-loy-idx one past it by the time the loop stops.
       289-compare-loyalty-entry.

           if (ws-loy-check-cust = ws-loy-tbl-cust(ws-loy-idx)) then

               move "Y" to ws-loy-found-flag
               set ws-loy-match-idx to ws-loy-idx

           end-if.

      * Journal one loyalty movement - the customer, the points
      * balance before and after, and the driving transaction.
       288-write-loyalty-journal.

           move spaces to lj-record.
           move "P" to lj-ledger-id.
           move ws-loy-tbl-cust(ws-loy-idx) to lj-key.
           move ws-loy-action to lj-action.
           move ws-lj-before to lj-before-balance.
           move ws-loy-tbl-balance(ws-loy-idx) to lj-after-balance.
           perform 144-write-ledger-journal.

      * Charge an ON-tendered Sale or Layaway to its house
      * account, opening the account on first use. Program1 already
      * guaranteed the customer number names a real account
      * customer.
       273-charge-house-account.

           move vi-cust-num to ws-ar-check-cust.
           perform 274-locate-ar-entry.

           add vi-trans-amt to ws-ar-tbl-charges(ws-ar-idx).
           add vi-trans-amt to ws-ar-tbl-balance(ws-ar-idx).
           add vi-trans-amt to ws-ar-charges-today.

           move "C" to aa-activity-type.
           perform 279-write-ar-activity.

      * An ON-tendered Return gives value back to the account.
       276-credit-house-account.

           move vi-cust-num to ws-ar-check-cust.
           perform 274-locate-ar-entry.

           add vi-trans-amt to ws-ar-tbl-payments(ws-ar-idx).
           subtract vi-trans-amt from ws-ar-tbl-balance(ws-ar-idx).
           add vi-trans-amt to ws-ar-payments-today.

           move "R" to aa-activity-type.
           perform 279-write-ar-activity.

      * A "P" remittance pays the account down.
       278-apply-account-payment.

           move vi-cust-num to ws-ar-check-cust.
           perform 274-locate-ar-entry.

           add vi-trans-amt to ws-ar-tbl-payments(ws-ar-idx).
           subtract vi-trans-amt from ws-ar-tbl-balance(ws-ar-idx).
           add vi-trans-amt to ws-ar-payments-today.

           move "P" to aa-activity-type.
           perform 279-write-ar-activity.
               move vi-trans-amt       to aa-amount
               move vi-invoice-number  to aa-invoice-num
               move bh-run-id          to aa-run-id
               move vi-store-num       to aa-store-num
               write ar-activity-rec

           end-if.

           add ws-ar-tbl-balance(ws-ar-idx) to ws-ar-balance-total.

      * On a rerun the special-orders file and its extract were
      * written by the first pass - note it on the report and leave
      * them alone.
       468-write-special-orders.

           if (ws-rerun-flag = "Y") then

               move bh-run-id to ws-rnl-run-id
               write tot-line from ws-rerun-note-line
                   after advancing 2 lines

           else

               perform 498-rewrite-special-orders

           end-if.

       498-rewrite-special-orders.
      * Re-write the open special orders without the ones picked up
      * today, drop today's deposits taken and applied and the
      * deposits still held in the extract for Program5, and print
      * the summary on the totals report.
           open output so-file.

           move 0 to ws-so-outstanding-total.
           move 0 to ws-so-open-count.

           perform 499-write-special-order-entry
               varying ws-so-idx from 1 by 1
               until ws-so-idx > ws-so-tbl-cnt.

           close so-file.

      * Earlier intraday passes' today-figures carry forward; the
      * deposits held are a snapshot of the whole file and need no
      * carrying.
           perform 459-carry-forward-so-totals.

           if (ws-xp-skip-flag not = "Y") then

               open output so-totals-file

               move bh-batch-date to xh-batch-date
               move bh-run-id     to xh-run-id
               write so-totals-out from ws-extract-header-line

               move ws-so-taken-today       to sot-taken-today-out
               move ws-so-applied-today     to sot-applied-today-out
               move ws-so-outstanding-total to sot-outstanding-out
               write so-totals-out

               move 1 to xt-record-count
               compute ws-extract-hash
                   = ws-so-taken-today + ws-so-applied-today
                       + ws-so-outstanding-total
               move ws-extract-hash to xt-amount-hash
               write so-totals-out from ws-extract-trailer-line

               close so-totals-file

           end-if.

           write tot-line from ws-so-summary-header
               after advancing 2 lines.

           move ws-so-taken-today to ws-sotk-amt-out.
           write tot-line from ws-so-taken-line
               after advancing 1 line.

           move ws-so-applied-today to ws-soap-amt-out.
           write tot-line from ws-so-applied-line.

           move ws-so-outstanding-total to ws-sohd-amt-out.
           move ws-so-open-count        to ws-sohd-cnt-out.
           write tot-line from ws-so-held-line.

      * Read the special-order extract already on disk, leaving it
      * be on a rerun and folding an earlier intraday pass's today
      * figures into this pass's counters.
       459-carry-forward-so-totals.

           move "N" to ws-xp-skip-flag.
           move "N" to ws-xp-carry-flag.

           open input so-totals-file.

           if (ws-sot-status = "00") then

               read so-totals-file
                   at end continue
                   not at end
                       move so-totals-out to ws-xp-control-line
                       if (xp-marker = "H") then
                           if (xp-run-id = ws-xp-own-run-id) then
                               move "Y" to ws-xp-skip-flag
                           else
                           if (xp-batch-date
                               = ws-xp-own-batch-date) then
                               move "Y" to ws-xp-carry-flag
                           end-if
                           end-if
                       end-if
               end-read

               if (ws-xp-carry-flag = "Y") then

                   read so-totals-file
                       at end continue
                       not at end
                           add sot-taken-today-out
                               to ws-so-taken-today
                           add sot-applied-today-out
                               to ws-so-applied-today
                   end-read

               end-if

               close so-totals-file

           end-if.

      * One open order back out to the file - a picked-up order is
      * left off.
       499-write-special-order-entry.

           if (ws-so-tbl-dropped(ws-so-idx) not = "Y") then

               move ws-so-tbl-invoice(ws-so-idx)  to so-invoice-num
               move ws-so-tbl-store(ws-so-idx)    to so-store-num
               move ws-so-tbl-cust(ws-so-idx)     to so-cust-num
               move ws-so-tbl-sku(ws-so-idx)      to so-sku-code
               move ws-so-tbl-qty(ws-so-idx)      to so-quantity
               move ws-so-tbl-price(ws-so-idx)    to so-unit-price
               move ws-so-tbl-deposit(ws-so-idx)  to so-deposit-amt
               move ws-so-tbl-pay-type(ws-so-idx)
                   to so-deposit-pay-type
               move ws-so-tbl-order-date(ws-so-idx) to so-order-date
               move ws-so-tbl-po-number(ws-so-idx)  to so-po-number
               move ws-so-tbl-po-line(ws-so-idx)    to so-po-line-num
               move ws-so-tbl-po-date(ws-so-idx)    to so-po-date
               move ws-so-tbl-recv-date(ws-so-idx)
                   to so-received-date
               move ws-so-tbl-status(ws-so-idx)     to so-status
               write so-record

               add ws-so-tbl-deposit(ws-so-idx)
                   to ws-so-outstanding-total
               add 1 to ws-so-open-count

           end-if.

      * On a rerun the ledger and extract were written by the first
      * pass - note it on the report and leave them alone.
       472-write-loyalty-ledger.

           if (ws-rerun-flag = "Y") then

               move bh-run-id to ws-rnl-run-id
               write tot-line from ws-rerun-note-line
                   after advancing 2 lines

           else

               perform 473-rewrite-loyalty-ledger

           end-if.

       473-rewrite-loyalty-ledger.
      * Re-write the loyalty ledger with this run's balances, drop
      * today's points movements and the outstanding points value
      * in the liability extract for Program5, and print the
      * summary on the totals report. Every customer stays on the
      * ledger - a zero balance is still history worth keeping.
           open output loy-file.

           move 0 to ws-loy-outstanding-pts.

           perform 481-write-loyalty-entry
               varying ws-loy-idx from 1 by 1
               until ws-loy-idx > ws-loy-tbl-cnt.

           close loy-file.

           compute ws-loy-outstanding rounded
               = ws-loy-outstanding-pts * ws-loy-point-value.

      * Earlier intraday passes' today-figures carry forward; the
      * outstanding value is a snapshot of the whole persistent
      * ledger and needs no carrying.
           perform 491-carry-forward-loyalty-totals.

           if (ws-xp-skip-flag not = "Y") then

               open output loy-totals-file

               move bh-batch-date to xh-batch-date
               move bh-run-id     to xh-run-id
               write loy-totals-out from ws-extract-header-line

               move ws-loy-earned-today   to lyt-earned-today-out
               move ws-loy-reversed-today to lyt-reversed-today-out
               move ws-loy-redeemed-today to lyt-redeemed-today-out
               move ws-loy-restored-today to lyt-restored-today-out
               move ws-loy-outstanding    to lyt-outstanding-out
               write loy-totals-out

               move 1 to xt-record-count
               compute ws-extract-hash
                   = ws-loy-earned-today + ws-loy-reversed-today
                       + ws-loy-redeemed-today + ws-loy-restored-today
                       + ws-loy-outstanding
               move ws-extract-hash to xt-amount-hash
               write loy-totals-out from ws-extract-trailer-line

               close loy-totals-file

           end-if.

           write tot-line from ws-loy-summary-header
               after advancing 2 lines.

           move ws-loy-earned-today to ws-lye-amt-out.
           write tot-line from ws-loy-earned-line
               after advancing 1 line.

           move ws-loy-reversed-today to ws-lyx-amt-out.
           write tot-line from ws-loy-reversed-line.

           move ws-loy-redeemed-today to ws-lyd-amt-out.
           write tot-line from ws-loy-redeemed-line.

           move ws-loy-restored-today to ws-lyr-amt-out.
           write tot-line from ws-loy-restored-line.

           move ws-loy-outstanding-pts to ws-lyp-pts-out.
           write tot-line from ws-loy-outstanding-pts-line.

           move ws-loy-outstanding to ws-lyo-amt-out.
           write tot-line from ws-loy-outstanding-line.

      * Read the loyalty extract already on disk, leaving it be on a
      * rerun and folding an earlier intraday pass's today figures
      * into this pass's counters.
       491-carry-forward-loyalty-totals.

           move "N" to ws-xp-skip-flag.
           move "N" to ws-xp-carry-flag.

           open input loy-totals-file.

           if (ws-loyt-status = "00") then

               read loy-totals-file
                   at end continue
                   not at end
                       move loy-totals-out to ws-xp-control-line
                       if (xp-marker = "H") then
                           if (xp-run-id = ws-xp-own-run-id) then
                               move "Y" to ws-xp-skip-flag
                           else
                           if (xp-batch-date
                               = ws-xp-own-batch-date) then
                               move "Y" to ws-xp-carry-flag
                           end-if
                           end-if
                       end-if
               end-read

               if (ws-xp-carry-flag = "Y") then

                   read loy-totals-file
                       at end continue
                       not at end
                           add lyt-earned-today-out
                               to ws-loy-earned-today
                           add lyt-reversed-today-out
                               to ws-loy-reversed-today
                           add lyt-redeemed-today-out
                               to ws-loy-redeemed-today
                           add lyt-restored-today-out
                               to ws-loy-restored-today
                   end-read

               end-if

               close loy-totals-file

           end-if.

      * Only a positive balance is points the chain owes; a
      * balance taken below zero by a return is owed back in future
      * earnings, not a liability.
       481-write-loyalty-entry.

           move ws-loy-tbl-cust(ws-loy-idx)     to loy-cust-num.
           move ws-loy-tbl-earned(ws-loy-idx)   to loy-earned-pts.
           move ws-loy-tbl-redeemed(ws-loy-idx) to loy-redeemed-pts.
           move ws-loy-tbl-balance(ws-loy-idx)  to loy-balance-pts.
           move ws-loy-tbl-last-act(ws-loy-idx) to loy-last-act-date.
           write loy-record.

           if (ws-loy-tbl-balance(ws-loy-idx) > 0) then
               add ws-loy-tbl-balance(ws-loy-idx)
                   to ws-loy-outstanding-pts
           end-if.

       478-write-adjustment-totals.
      * Drop today's debit and credit adjustment totals in the GL
      * extract for Program5's net adjustment posting. Earlier

           end-if.

       461-write-store-gl-totals.
      * Drop today's gift-card, adjustment and paid-out figures by
      * store in the GL store totals extract for Program5's
      * per-company posting. Earlier intraday passes' figures
      * carry forward first - all but the outstanding balances,
      * which this pass has just taken afresh off the whole
      * ledger; a rerun whose figures are already on disk leaves
      * the file alone.
           perform 463-carry-forward-store-gl.

           if (ws-xp-skip-flag not = "Y") then

               open output store-gl-file

               move bh-batch-date to xh-batch-date
               move bh-run-id     to xh-run-id
               write sgl-record from ws-extract-header-line

               move 0 to ws-extract-hash
               move 0 to ws-extract-count

               perform 462-write-one-store-gl-entry
                   varying ws-sgl-idx from 1 by 1
                   until ws-sgl-idx > ws-sgl-tbl-cnt

               move ws-extract-count to xt-record-count
               move ws-extract-hash  to xt-amount-hash
               write sgl-record from ws-extract-trailer-line

               close store-gl-file

           end-if.

       462-write-one-store-gl-entry.

           if (ws-sgl-tbl-amt(ws-sgl-idx) > 0) then

               move ws-sgl-tbl-type(ws-sgl-idx)  to sgl-type
               move ws-sgl-tbl-store(ws-sgl-idx) to sgl-store-num
               move ws-sgl-tbl-owner(ws-sgl-idx)
                   to sgl-owner-store-num
               move ws-sgl-tbl-acct(ws-sgl-idx)  to sgl-gl-acct
               move ws-sgl-tbl-category(ws-sgl-idx) to sgl-category
               move ws-sgl-tbl-amt(ws-sgl-idx)   to sgl-amount
               write sgl-record
               add 1 to ws-extract-count
               add sgl-amount to ws-extract-hash

           end-if.

      * Read the GL store totals extract already on disk, leaving
      * it be on a rerun and folding an earlier intraday pass's
      * figures into this pass's table.
       463-carry-forward-store-gl.

           move "N" to ws-xp-skip-flag.
           move "N" to ws-xp-carry-flag.
           move "N" to ws-xp-eof-flag.

           open input store-gl-file.

           if (ws-sgl-status = "00") then

               read store-gl-file
                   at end move "Y" to ws-xp-eof-flag
                   not at end
                       move sgl-record to ws-xp-control-line
                       if (xp-marker = "H") then
                           if (xp-run-id = ws-xp-own-run-id) then
                               move "Y" to ws-xp-skip-flag
                           else
                           if (xp-batch-date
                               = ws-xp-own-batch-date) then
                               move "Y" to ws-xp-carry-flag
                           end-if
                           end-if
                       end-if
               end-read

               if (ws-xp-carry-flag = "Y") then

                   read store-gl-file
                       at end move "Y" to ws-xp-eof-flag
                   end-read

                   perform 464-carry-one-store-gl-record
                       until ws-xp-eof-flag = "Y"

               end-if

               close store-gl-file

           end-if.

      * Fold one earlier-pass record back into the table, stopping
      * at the trailer.
       464-carry-one-store-gl-record.

           move sgl-record to ws-xp-control-line.

           if (xp-marker = "T") then

               move "Y" to ws-xp-eof-flag

           else

               if (sgl-type not = "O") then
                   move sgl-type            to ws-sgl-check-type
                   move sgl-store-num       to ws-sgl-check-store
                   move sgl-owner-store-num to ws-sgl-check-owner
                   move sgl-gl-acct         to ws-sgl-check-acct
                   move sgl-category        to ws-sgl-check-category
                   move sgl-amount          to ws-sgl-post-amt
                   perform 293-post-store-gl
               end-if

               read store-gl-file
                   at end move "Y" to ws-xp-eof-flag
               end-read

           end-if.

       469-write-paid-out-totals.
      * Drop today's paid-outs by expense category in the GL
      * extract for Program5's expense posting - one line per
      * category paid out of today. Earlier intraday passes'
      * totals carry forward first; a rerun whose figures are
      * already on disk leaves the file alone.
           perform 493-carry-forward-po-totals.

           if (ws-xp-skip-flag not = "Y") then

               open output po-totals-file

               move bh-batch-date to xh-batch-date
               move bh-run-id     to xh-run-id
               write po-totals-out from ws-extract-header-line

               move 0 to ws-extract-hash
               move 0 to ws-extract-count

               perform 466-write-one-paid-out-total
                   varying ws-pocat-idx from 1 by 1
                   until ws-pocat-idx > ws-pocat-tbl-cnt

               move ws-extract-count to xt-record-count
               move ws-extract-hash  to xt-amount-hash
               write po-totals-out from ws-extract-trailer-line

               close po-totals-file

           end-if.

       466-write-one-paid-out-total.

           if (ws-pocat-tbl-amt(ws-pocat-idx) > 0) then

               move ws-pocat-tbl-code(ws-pocat-idx)
                   to pot-category-out
               move ws-pocat-tbl-acct(ws-pocat-idx)
                   to pot-gl-acct-out
               move ws-pocat-tbl-desc(ws-pocat-idx)
                   to pot-desc-out
               compute pot-amount-out rounded
                   = ws-pocat-tbl-amt(ws-pocat-idx)
               write po-totals-out
               add 1 to ws-extract-count
               add pot-amount-out to ws-extract-hash

           end-if.

      * Read the paid-out extract already on disk, leaving it be
      * on a rerun and folding an earlier intraday pass's category
      * totals into this pass's table.
       493-carry-forward-po-totals.

           move "N" to ws-xp-skip-flag.
           move "N" to ws-xp-carry-flag.
           move "N" to ws-xp-eof-flag.

           open input po-totals-file.

           if (ws-pot-status = "00") then

               read po-totals-file
                   at end move "Y" to ws-xp-eof-flag
                   not at end
                       move po-totals-out to ws-xp-control-line
                       if (xp-marker = "H") then
                           if (xp-run-id = ws-xp-own-run-id) then
                               move "Y" to ws-xp-skip-flag
                           else
                           if (xp-batch-date
                               = ws-xp-own-batch-date) then
                               move "Y" to ws-xp-carry-flag
                           end-if
                           end-if
                       end-if
               end-read

               if (ws-xp-carry-flag = "Y") then

                   read po-totals-file
                       at end move "Y" to ws-xp-eof-flag
                   end-read

                   perform 494-carry-one-po-record
                       until ws-xp-eof-flag = "Y"

               end-if

               close po-totals-file

           end-if.

      * Fold one earlier-pass category total back into the table,
      * stopping at the trailer.
       494-carry-one-po-record.

           move po-totals-out to ws-xp-control-line.

           if (xp-marker = "T") then

               move "Y" to ws-xp-eof-flag

           else

               move pot-category-out to ws-pocat-check-code
               perform 291-locate-paid-out-category
               move pot-gl-acct-out to ws-pocat-tbl-acct(ws-pocat-idx)
               move pot-desc-out    to ws-pocat-tbl-desc(ws-pocat-idx)
               add pot-amount-out   to ws-pocat-tbl-amt(ws-pocat-idx)

               read po-totals-file
                   at end move "Y" to ws-xp-eof-flag
               end-read

           end-if.

      * Roll this run's sales/layaway and returns activity into the
      * period-to-date and year-to-date running totals and print them
      * on the totals report. The rollover keys off each bucket's
      * transaction date (applied in ascending order), not the run
      * date, so a late feed posts to the fiscal period it belongs
      * to. rt-last-run-yy/mm hold the fiscal year and period.
       490-update-running-totals.

           move 0 to rt-last-run-id.
                   varying ws-date-idx from 1 by 1
                   until ws-date-idx > ws-date-tbl-cnt

               if (ws-fcal-ye-pending-flag = "Y") then
                   display ws-con-ye-pending-msg
               end-if

               move bh-run-id to rt-last-run-id

               open output running-totals-file
           write tot-line from ws-running-totals-header
               after advancing 2 lines.

           move bh-batch-date to ws-fcal-check-date.
           perform 496-find-fiscal-period.
           move rt-last-run-yy to ws-fl-fiscal-yy.
           move rt-last-run-mm to ws-fl-period.
           move ws-fcal-week   to ws-fl-week.
           write tot-line from ws-fiscal-label-line.

           if (ws-fcal-ye-pending-flag = "Y") then
               write tot-line from ws-con-ye-pending-msg
           end-if.

           move rt-mtd-snl-count to ws-mtd-snl-count-out.
           move rt-mtd-snl-amt   to ws-mtd-snl-amt-out.
           write tot-line from ws-mtd-snl-line.
           write tot-line from ws-ytd-ret-line.

      * Roll one date bucket into the running totals. The reset is
      * directional: only a bucket dated PAST the last-applied fiscal
      * period opens a new period. A straggler bucket from an earlier
      * period - the late feed this system exists to absorb - adds
      * into the YTD side only, and never drags the current period
      * backward. The YTD side is never zeroed here: that is the
      * fiscal year-end close's job in Program22. A new fiscal year
      * arriving with last year's YTD still on the books means the
      * close was missed - the YTD is carried and the report and
      * console say so.
       495-apply-date-bucket.

           move ws-date-tbl-date(ws-date-idx) to ws-fcal-check-date.
           perform 496-find-fiscal-period.

           compute ws-apply-bucket-ym
               = ws-fcal-fiscal-yy * 100 + ws-fcal-period.
           compute ws-apply-last-ym
               = rt-last-run-yy * 100 + rt-last-run-mm.

           if (ws-apply-bucket-ym > ws-apply-last-ym) then

               if (ws-fcal-fiscal-yy > rt-last-run-yy)
                   and (rt-ytd-snl-count not = 0
                       or rt-ytd-ret-count not = 0) then
                   move "Y" to ws-fcal-ye-pending-flag
               end-if

               move 0 to rt-mtd-snl-count rt-mtd-snl-amt
               move 0 to rt-mtd-ret-count rt-mtd-ret-amt

               move ws-fcal-fiscal-yy to rt-last-run-yy
               move ws-fcal-period    to rt-last-run-mm

           end-if.

           add ws-date-tbl-ret-amt(ws-date-idx) to rt-ytd-ret-amt.


      * Map ws-fcal-check-date to its fiscal year, period and week
      * off the fiscal calendar. A date the calendar doesn't cover
      * falls back to its calendar year and month, week zero.
       496-find-fiscal-period.

           move "N" to ws-fcal-found-flag.

           perform 497-compare-fiscal-entry
               varying ws-fcal-idx from 1 by 1
               until ws-fcal-idx > ws-fcal-tbl-cnt
                   or ws-fcal-found-flag = "Y".

           if (ws-fcal-found-flag = "Y") then

               move ws-fcal-tbl-fiscal-yy(ws-fcal-match-idx)
                   to ws-fcal-fiscal-yy
               move ws-fcal-tbl-period(ws-fcal-match-idx)
                   to ws-fcal-period
               move ws-fcal-tbl-week(ws-fcal-match-idx)
                   to ws-fcal-week

           else

               move ws-fcal-check-yy to ws-fcal-fiscal-yy
               move ws-fcal-check-mm to ws-fcal-period
               move 0 to ws-fcal-week

           end-if.

      * Does ws-fcal-check-date fall in this fiscal week? Remember
      * where the match sits - the perform varying above leaves
      * ws-fcal-idx one past it by the time the loop stops.
       497-compare-fiscal-entry.

           if (ws-fcal-check-date
                   >= ws-fcal-tbl-start-date(ws-fcal-idx))
               and (ws-fcal-check-date
                   <= ws-fcal-tbl-end-date(ws-fcal-idx)) then

               move "Y" to ws-fcal-found-flag
               set ws-fcal-match-idx to ws-fcal-idx

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           close input-file.
           close snl-file ret-file vx-file adj-file tot-file dup-file
               ar-pay-file po-file so-split-file.

           if (ws-rerun-flag not = "Y") then
               close ar-activity-file
