       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Input-file declaration
           select input-file
           assign to "../../../data/project1.dat"

      *Employee master reference file - valid cashier ids are
      *maintained here the same way the store list is, so a new hire
      *is a data change instead of a recompile. Program52 maintains
      *it, and with it each employee's hire and termination dates,
      *home store and any temporary transfer to another store.
           select employee-master-file
           assign to "../../../data/employee-master.dat"
           organization is line sequential
      *are. A customer number of zeros (or spaces) is a walk-in
      *sale and is always allowed; a non-zero number has to be on
      *file so the layaway, refund and gift-card money downstream
      *can be tied to a person we can actually name. The master
      *also carries each house account's credit limit and status
      *(open, on hold, closed), and each tax-exempt customer's
      *exemption certificate and its expiry, maintained by
      *Program46.
           select customer-master-file
           assign to "../../../data/customer-master.dat"
           organization is line sequential
           file status is ws-custmst-status.

      *Program2's house-account AR subledger - each account's
      *balance owed as of the last posting run, read here so an ON
      *charge can be checked against the balance plus the credit
      *limit before it is let through. A missing file means no
      *house account owes anything yet.
           select ar-subledger-file
           assign to "../../../../Program2/data/ar-subledger.dat"
           organization is line sequential
           file status is ws-ar-status.

      *Program2's open special-orders file - each customer order
      *whose deposit has been taken and whose goods have not yet
      *been picked up, read here so a deposit can't reuse an order
      *number that is still open and a pickup can be tied back to
      *the deposit it applies. A missing file means no special
      *orders are open yet.
           select special-order-file
           assign to "../../../../Program2/data/special-orders.dat"
           organization is line sequential
           file status is ws-sord-status.

      *Program2's loyalty points ledger - each customer's points
      *balance as of the last posting run, read here so a PT
      *(points) tender can be checked against what the customer
      *actually holds. A missing file means nobody holds points
      *yet.
           select loyalty-ledger-file
           assign to "../../../../Program2/data/loyalty-ledger.dat"
           organization is line sequential
           file status is ws-loy-status.

      *Loyalty control file - the points earned per dollar and the
      *dollar value of one point, the same file Program2 earns and
      *values points from. Only the point value is used here.
           select loyalty-control-file
           assign to "../../../../Program2/data/loyalty-control.dat"
           organization is line sequential
           file status is ws-loyctl-status.

      *SKU master reference file - same file Program3 prints
      *descriptions from, read here so a mis-keyed SKU is caught the
      *day it happens instead of weeks later on the S&L report, and
           organization is line sequential
           file status is ws-skumst-status.

      *Paid-out category reference file - the expense categories a
      *store may take petty cash out of the drawer for, each with
      *the GL expense account it is charged to and the most one
      *paid-out may be for before a manager has to approve it.
           select paid-out-category-file
           assign to "../../../data/paid-out-category.dat"
           organization is line sequential
           file status is ws-pocat-status.

      *Employee discount policy - the staff discount rate each role
      *is allowed and the annual cap on discounted purchases. A
      *role with no line gets no discount.
           select staff-discount-file
           assign to "../../../data/staff-discount-policy.dat"
           organization is line sequential
           file status is ws-sdisc-status.

      *Employee purchase log - every staff purchase that validates
      *is appended here with the regular price it was rung against
      *and the discount taken, for Program53's year-to-date
      *employee purchase report. Like the transaction history this
      *file is never overwritten.
           select staff-purchase-file
           assign to "../../../data/employee-purchases.dat"
           organization is line sequential
           file status is ws-spur-status.

      *SKU warning queue - records whose SKU isn't on the master
      *land here (with the same seq-num traceability invalid.out
      *carries) but still flow through to valid.out, since new items
           organization is line sequential
           file status is ws-promo-status.

      *Price zones - which zone each store sells in, and each SKU's
      *price within a zone, maintained next to the SKU master they
      *override. A store in a zone is price-checked against its
      *zone price instead of the chain's single listed price, so
      *the outlet and web channel stop tripping the check on every
      *sale. A store with no zone, or a SKU with no price in its
      *zone, checks against the SKU master as before.
           select store-zone-file
           assign to "../../../../Program3/data/store-price-zone.dat"
           organization is line sequential
           file status is ws-szone-status.

           select zone-price-file
           assign to "../../../../Program3/data/sku-zone-price.dat"
           organization is line sequential
           file status is ws-zprice-status.

      *Intraday pass flag - ops drop a "Y" here before each
      *intraday MAFDINT submission so an active store that has not
      *transmitted yet is quietly skipped instead of raising the
           organization is line sequential
           file status is ws-intraflag-status.

      *Store trading hours - each store's opening and closing time,
      *either for every day of the week or for one named weekday,
      *maintained next to the store master. A transaction rung
      *outside its store's hours goes to manager review so loss
      *prevention sees after-hours activity before it posts. A
      *missing file, or a store with no hours on it, just means
      *that store's hours aren't checked.
           select store-hours-file
           assign to "../../../data/store-hours.dat"
           organization is line sequential
           file status is ws-hours-status.

      *Price tolerance control file - the multiplier a transaction
      *amount can stray from the SKU master's listed price before
      *the record is pulled for manager review, the same
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rsk-record
           record contains 10 characters.

       01 rsk-record.
           05 rsk-program-id                   pic x(10).

      *Declare the error line used to create the error report
      *(the 6-digit trailer carries the project1.dat line number)
       fd error-file
           data record is error-in
           record contains 74 characters.

       01 error-in.
           05 ei-trans-code                    pic x.
           05 ei-cust-num                      pic 9(6).
           05 ei-quantity                      pic 9(3).
           05 ei-unit-price                    pic 9(5)v99.
           05 ei-trans-time                    pic 9(4).
           05 ei-seq-num                       pic 9(6).

      * 370-write-total-record-counts' blank separator/trailer lines
      * ride down the same 68-byte record area at the bottom of
      * invalid.out - redefined here so 440-write-error-records can
      * recognize and skip them instead of diagnosing them as if they
      * were invalid transaction detail.
       01 ws-error-trailer-view redefines error-in.
           05 et-label-prefix                  pic x(6).
           05 filler                           pic x(68).

      *Declare an input line
      *(il-reason-code carries the reason on Return records and the
      *"H" header / "D" detail records the POS now sends, each
      *detail's amount has to equal quantity times unit price and
      *the details have to sum to the header's total before any of
      *them reach valid.out.
      *il-trans-time is the hhmm time of day the register rang the
      *transaction, on the 24-hour clock.)
       fd input-file
           data record is input-line
           record contains 68 characters.

       01 input-line.
           05 il-trans-code                    pic x.
           05 il-cust-num                      pic 9(6).
           05 il-quantity                      pic 9(3).
           05 il-unit-price                    pic 9(5)v99.
           05 il-trans-time                    pic 9(4).

      *Declare a per-store feed record - transaction records in the
      *input-line shape, with the POS trailer record redefined over
      *is unambiguous.
       fd store-feed-file
           data record is sf-record
           record contains 68 characters.

       01 sf-record.
           05 sfr-trans-code                   pic x.
           05 sfr-trans-amt                    pic 9(5)v99.
           05 filler                           pic x(60).

       01 ws-feed-trailer-view redefines sf-record.
           05 sft-marker                       pic x.
           05 sft-record-count                 pic 9(6).
           05 sft-amount-hash                  pic 9(9)v99.
           05 filler                           pic x(50).

      *Declare the merged feed line.
       fd merged-feed-file
           data record is mf-line
           record contains 68 characters.

       01 mf-line                              pic x(68).

      *Declare a valid line
       fd valid-file
           data record is valid-line
           record contains 68 characters.

       01 valid-line                           pic x(68).

      *Declare an invalid line
      *(the 6-digit trailer carries the project1.dat line number so
      *the error report can point straight back at the source record)
       fd invalid-file
           data record is invalid-line
           record contains 74 characters.

       01 invalid-line.
           05 iv-record                        pic x(68).
           05 iv-seq-num                       pic 9(6).

      *Declare an error report line
       fd error-report
           data record is error-out
           record contains 75 characters.

       01 error-out                            pic x(75).

      *Declare the store master line
       fd store-master-file
           05 sm-in-open-date                   pic 9(6).
           05 sm-in-close-date                  pic 9(6).

      *Declare the store hours line - the store, the weekday the
      *hours apply to (1 Monday through 7 Sunday, 0 every day not
      *given its own line), and the hhmm opening and closing times
      *on the 24-hour clock. A closing time earlier than the
      *opening time runs past midnight, 0000 to 2400 is open around
      *the clock, and the same opening and closing time means the
      *store doesn't open that day.
       fd store-hours-file
           data record is sh-hours-in
           record contains 11 characters.

       01 sh-hours-in.
           05 sh-in-store-num                   pic 99.
           05 sh-in-weekday                     pic 9.
           05 sh-in-open-time.
               10 sh-in-open-hh                 pic 99.
               10 sh-in-open-mm                 pic 99.
           05 sh-in-close-time.
               10 sh-in-close-hh                pic 99.
               10 sh-in-close-mm                pic 99.

      *Declare the employee master line
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

      *Declare the customer master line
       fd customer-master-file
           data record is cm-customer-in
           record contains 66 characters.

       01 cm-customer-in.
           05 cm-in-cust-num                   pic 9(6).
           05 cm-in-cust-name                  pic x(20).
           05 cm-in-credit-limit               pic 9(7)v99.
           05 cm-in-terms                      pic x(8).
           05 cm-in-status                     pic x.
           05 cm-in-exempt-flag                pic x.
           05 cm-in-cert-num                   pic x(15).
           05 cm-in-cert-expiry                pic 9(6).

      *Declare the AR subledger line - same shape as Program2's
      *ar-record.
       fd ar-subledger-file
           data record is ar-record
           record contains 36 characters.

       01 ar-record.
           05 arl-cust-num                     pic 9(6).
           05 arl-charges                      pic 9(8)v99.
           05 arl-payments                     pic 9(8)v99.
           05 arl-balance                      pic s9(8)v99.

      *Declare the open special-order line - same shape as
      *Program2's so-record.
       fd special-order-file
           data record is so-record
           record contains 79 characters.

       01 so-record.
           05 so-invoice-num                   pic x(9).
           05 so-store-num                     pic 99.
           05 so-cust-num                      pic 9(6).
           05 so-sku-code                      pic x(15).
           05 so-quantity                      pic 9(3).
           05 so-unit-price                    pic 9(5)v99.
           05 so-deposit-amt                   pic 9(5)v99.
           05 so-deposit-pay-type              pic xx.
           05 so-order-date                    pic 9(6).
           05 so-po-number                     pic 9(6).
           05 so-po-line-num                   pic 9(3).
           05 so-po-date                       pic 9(6).
           05 so-received-date                 pic 9(6).
           05 so-status                        pic x.

      *Declare the loyalty ledger line - same shape as Program2's
      *loy-record.
       fd loyalty-ledger-file
           data record is loy-record
           record contains 33 characters.

       01 loy-record.
           05 loy-cust-num                     pic 9(6).
           05 loy-earned-pts                   pic 9(7).
           05 loy-redeemed-pts                 pic 9(7).
           05 loy-balance-pts                  pic s9(7).
           05 loy-last-act-date                pic 9(6).

      *Declare the loyalty control line.
       fd loyalty-control-file
           data record is lc-record-in
           record contains 10 characters.

       01 lc-record-in.
           05 lc-earn-rate-in                  pic 9(3)v99.
           05 lc-point-value-in                pic 9v9999.

      *Declare the SKU master line - same shape Program3 reads.
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

      *Declare the paid-out category line.
       fd paid-out-category-file
           data record is po-record-in
           record contains 33 characters.

       01 po-record-in.
           05 po-category-in                   pic xx.
           05 po-desc-in                       pic x(20).
           05 po-gl-acct-in                    pic 9(4).
           05 po-limit-in                      pic 9(5)v99.

      *Declare the SKU warning line - the raw record plus the
      *project1.dat line number, same as invalid-line, so the
      *merchandising team can trace it back to the source.
       fd sku-warning-file
           data record is skw-line
           record contains 74 characters.

       01 skw-line.
           05 skw-record                       pic x(68).
           05 skw-seq-num                      pic 9(6).

      *Declare the intraday pass flag record - a single "Y".
           05 pc-start-date-in                 pic 9(6).
           05 pc-end-date-in                   pic 9(6).

      *Declare the store price-zone line - a store and its zone.
       fd store-zone-file
           data record is sz-record-in
           record contains 6 characters.

       01 sz-record-in.
           05 sz-store-num-in                  pic 99.
           05 sz-zone-code-in                  pic x(4).

      *Declare the zone price line - a zone, a SKU, and the SKU's
      *price in that zone.
       fd zone-price-file
           data record is zp-record-in
           record contains 26 characters.

       01 zp-record-in.
           05 zp-zone-code-in                  pic x(4).
           05 zp-sku-code-in                   pic x(15).
           05 zp-zone-price-in                 pic 9(5)v99.

      *Declare the price tolerance control record - one line holding
      *the multiplier that flags an amount as wildly off the listed
      *price.
      *loss prevention can trace it back to the source.
       fd orphan-returns-file
           data record is orphan-line
           record contains 74 characters.

       01 orphan-line.
           05 or-record                        pic x(68).
           05 or-seq-num                       pic 9(6).

      *Declare the review threshold control record - one line holding
      *can trace it back to the source.
       fd review-file
           data record is review-line
           record contains 74 characters.

       01 review-line.
           05 rv-record                        pic x(68).
           05 rv-seq-num                        pic 9(6).

      *Declare the error diagnosis line - one flag per field checked
      *number carried on invalid-line/error-out.
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

      *Declare the resubmit line - same shape as invalid-line so the
      *correction program can write a corrected record straight back
      *in the format we already know how to validate.
       fd resubmit-file
           data record is rs-record
           record contains 74 characters.

       01 rs-record.
           05 rs-input-portion                 pic x(68).
           05 rs-orig-seq-num                   pic 9(6).

      *Declare the review-approved record - same shape as rs-record
      *straight back in the format we already know how to validate.
       fd review-approved-file
           data record is ra-record
           record contains 74 characters.

       01 ra-record.
           05 ra-input-portion                 pic x(68).
           05 ra-orig-seq-num                   pic 9(6).

      *Declare the chain run-lock record - who holds the lock and
           05 ri-batch-date                     pic 9(6).
           05 ri-run-id                         pic 9(8).

      *Declare the employee discount policy line.
       fd staff-discount-file
           data record is sd-record-in
           record contains 14 characters.

       01 sd-record-in.
           05 sd-role-in                       pic xx.
           05 sd-rate-in                       pic 9v999.
           05 sd-annual-cap-in                 pic 9(6)v99.

      *Declare the employee purchase log record - the batch date
      *and run id that processed the purchase, who bought what,
      *and what it cost against the regular price.
       fd staff-purchase-file
           data record is sp-record
           record contains 82 characters.

       01 sp-record.
           05 sp-batch-date                    pic 9(6).
           05 sp-run-id                        pic 9(8).
           05 sp-emp-num                       pic 9(4).
           05 sp-store-num                     pic 99.
           05 sp-invoice-number                pic x(9).
           05 sp-sku-code                      pic x(15).
           05 sp-trans-date                    pic 9(6).
           05 sp-cashier-id                    pic 9(4).
           05 sp-quantity                      pic 9(3).
           05 sp-trans-amt                     pic 9(5)v99.
           05 sp-regular-amt                   pic 9(7)v99.
           05 sp-discount-amt                  pic 9(7)v99.

      *Declare the transaction history record - the batch date and
      *run id that processed the record, then the record itself.
       fd history-file
           data record is th-record
           record contains 82 characters.

       01 th-record.
           05 th-batch-date                     pic 9(6).
           05 th-run-id                         pic 9(8).
           05 th-input-portion                  pic x(68).


      *Declare the run-history record.

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM1 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".
       77 ws-runhist-status                    pic xx
      *is being run through the validation chain - it already
      *cleared the review threshold with the manager, so
      *215-check-trans-threshold lets it straight through instead of
      *bouncing it back into the review queue. An after-hours
      *transaction the manager approved is let through
      *294-check-store-hours the same way.
       77 ws-approved-mode                      pic x
           value "N".

       01 ws-emp-check-num                      pic 9(4)
           value 0.

       77 ws-emp-match-idx                      pic 9(4)
           value 0.

      *The store and date a cashier is being checked against, and
      *what the check found - not yet hired or already terminated
      *on that date, or ringing away from home with no transfer
      *covering it. Shared with the error-report pass.
       77 ws-emp-check-store                    pic 99
           value 0.
       77 ws-emp-check-date                     pic 9(6)
           value 0.
       77 ws-emp-termed-flag                    pic x
           value "N".
       77 ws-emp-away-flag                      pic x
           value "N".

      *In-memory copy of the employee master, the same
      *load-and-search shape as the store table above.
       01 ws-emp-tbl-cnt                        pic 9(4)
                   indexed by ws-emp-idx.
               10 ws-emp-tbl-num                pic 9(4).
               10 ws-emp-tbl-name               pic x(20).
               10 ws-emp-tbl-hire-date          pic 9(6).
               10 ws-emp-tbl-term-date          pic 9(6).
               10 ws-emp-tbl-home-store         pic 99.
               10 ws-emp-tbl-role               pic xx.
               10 ws-emp-tbl-xfer-store         pic 99.
               10 ws-emp-tbl-xfer-from          pic 9(6).
               10 ws-emp-tbl-xfer-to            pic 9(6).

       77 ws-custmst-status                     pic xx
           value "00".
       01 ws-cust-check-num                     pic 9(6)
           value 0.

       77 ws-cust-match-idx                     pic 9(4)
           value 0.

       77 ws-ar-status                          pic xx
           value "00".

       77 ws-ar-eof-flag                        pic x
           value "N".

       77 ws-sord-status                        pic xx
           value "00".

       77 ws-sord-eof-flag                      pic x
           value "N".

       77 ws-sord-found-flag                    pic x
           value "N".

       77 ws-sord-match-idx                     pic 9(4)
           value 0.

       01 ws-sord-check-invoice                 pic x(9)
           value spaces.

      *What a special order's goods cost in full - the quantity
      *ordered times the agreed unit price the deposit and the
      *pickup balance have to add up to.
       01 ws-sord-full-price                    pic 9(8)v99
           value 0.

      *In-memory copy of the open special orders, the same
      *load-and-search shape as the customer table below. A deposit
      *let through today is added as it goes, and a pickup let
      *through today marks its order picked up, so a second
      *deposit on the same order number or a second pickup of the
      *same order is caught within the run as well as across runs.
       01 ws-sord-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-sord-tbl.
           05 ws-sord-tbl-entry                 occurs 1 to 5000 times
                   depending on ws-sord-tbl-cnt
                   indexed by ws-sord-idx.
               10 ws-sord-tbl-invoice           pic x(9).
               10 ws-sord-tbl-cust              pic 9(6).
               10 ws-sord-tbl-sku               pic x(15).
               10 ws-sord-tbl-qty               pic 9(3).
               10 ws-sord-tbl-price             pic 9(5)v99.
               10 ws-sord-tbl-deposit           pic 9(5)v99.
               10 ws-sord-tbl-picked            pic x.

       77 ws-loy-status                         pic xx
           value "00".

       77 ws-loy-eof-flag                       pic x
           value "N".

       77 ws-loyctl-status                      pic xx
           value "00".

      *The dollar value of one loyalty point, from the control file
      *- the default keeps the points check running when the file
      *is missing.
       01 ws-con-point-value-default            pic 9v9999
           value 0.0100.

       01 ws-loy-point-value                    pic 9v9999
           value 0.0100.

      *What a PT-tendered sale costs in points, and what the
      *customer has left to spend - the ledger balance less the
      *points already spent through today.
       01 ws-points-amt                         pic 9(5)v99
           value 0.

       77 ws-points-needed                      pic 9(7)
           value 0.

       77 ws-points-available                   pic s9(8)
           value 0.

      *What an ON charge would leave the account owing - the
      *subledger balance, plus the charges already let through
      *today, plus this one - compared against the credit limit.
       77 ws-credit-exposure                    pic s9(9)v99
           value 0.

       01 ws-con-account-status.
           05 ws-con-acct-status-hold           pic x
               value "H".
           05 ws-con-acct-status-closed         pic x
               value "C".

      *A Sale or Layaway rung tax-free carries EX in the reason-code
      *field; the customer has to hold an exemption certificate that
      *is still good on the sale date.
       01 ws-con-tax-exemption.
           05 ws-con-exempt-claim               pic xx
               value "EX".
           05 ws-con-exempt-yes                 pic x
               value "Y".

      *A staff purchase is a Sale marked EP in the reason-code
      *field, with the purchasing employee's number in the
      *customer-number field in place of a customer.
       01 ws-con-staff-purchase                 pic xx
           value "EP".

       77 ws-sdisc-status                       pic xx
           value "00".
       77 ws-sdisc-eof-flag                     pic x
           value "N".
       77 ws-sdisc-found-flag                   pic x
           value "N".
       77 ws-sdisc-match-idx                    pic 9(3)
           value 0.
       77 ws-sdisc-check-role                   pic xx
           value spaces.
       77 ws-sdisc-check-emp                    pic 9(6)
           value 0.
       77 ws-spur-status                        pic xx
           value "00".

      *In-memory copy of the employee discount policy, the same
      *load-and-search shape as the paid-out categories.
       01 ws-sdisc-tbl-cnt                      pic 9(3)
           value 0.

       01 ws-sdisc-tbl.
           05 ws-sdisc-tbl-entry                occurs 1 to 20 times
                   depending on ws-sdisc-tbl-cnt
                   indexed by ws-sdisc-idx.
               10 ws-sdisc-tbl-role             pic xx.
               10 ws-sdisc-tbl-rate             pic 9v999.

      *The purchasing employee's discount rate, and the lowest unit
      *price it allows on the item being bought - found only when
      *the SKU is on the master with a price.
       77 ws-sdisc-rate                         pic 9v999
           value 0.
       77 ws-sdisc-priced-flag                  pic x
           value "N".
       01 ws-sdisc-floor-price                  pic 9(5)v99
           value 0.
       01 ws-sdisc-regular-amt                  pic 9(7)v99
           value 0.

      *In-memory copy of the customer master, the same
      *load-and-search shape as the employee table above. A missing
      *file (empty table) skips the check, the way the employee and
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num               pic 9(6).
               10 ws-cust-tbl-name              pic x(20).
               10 ws-cust-tbl-limit             pic 9(7)v99.
               10 ws-cust-tbl-status            pic x.
               10 ws-cust-tbl-balance           pic s9(8)v99.
               10 ws-cust-tbl-today             pic s9(8)v99.
               10 ws-cust-tbl-exempt            pic x.
               10 ws-cust-tbl-cert-expiry       pic 9(6).
               10 ws-cust-tbl-points            pic s9(7).
               10 ws-cust-tbl-pts-today         pic 9(7).

       77 ws-skumst-status                      pic xx
           value "00".
               10 ws-skumst-tbl-code            pic x(15).
               10 ws-skumst-tbl-price           pic 9(5)v99.

       77 ws-pocat-status                       pic xx
           value "00".

       77 ws-pocat-eof-flag                     pic x
           value "N".

       77 ws-pocat-found-flag                   pic x
           value "N".

       77 ws-pocat-match-idx                    pic 9(4)
           value 0.

       01 ws-pocat-check-code                   pic xx
           value spaces.

      *In-memory copy of the paid-out category file, the same
      *load-and-search shape as the SKU master above. A missing
      *file (empty table) leaves the category unchecked; the tender
      *still has to be cash.
       01 ws-pocat-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-pocat-tbl.
           05 ws-pocat-tbl-entry                occurs 1 to 100 times
                   depending on ws-pocat-tbl-cnt
                   indexed by ws-pocat-idx.
               10 ws-pocat-tbl-code             pic xx.
               10 ws-pocat-tbl-limit            pic 9(5)v99.

       77 ws-promo-status                       pic xx
           value "00".

               10 ws-promo-tbl-start            pic 9(6).
               10 ws-promo-tbl-end              pic 9(6).

      *In-memory copy of the store hours, the same load-and-search
      *shape as the promo table above. Opening and closing times are
      *held as minutes past midnight so the comparison is plain
      *arithmetic.
       77 ws-hours-status                       pic xx
           value "00".

       77 ws-hours-eof-flag                     pic x
           value "N".

       01 ws-hours-tbl-cnt                      pic 9(3)
           value 0.

       01 ws-hours-tbl.
           05 ws-hours-tbl-entry                occurs 1 to 900 times
                   depending on ws-hours-tbl-cnt
                   indexed by ws-hours-idx.
               10 ws-hours-tbl-store            pic 99.
               10 ws-hours-tbl-weekday          pic 9.
               10 ws-hours-tbl-open-mins        pic 9(4).
               10 ws-hours-tbl-close-mins       pic 9(4).

       77 ws-hours-found-flag                   pic x
           value "N".

       77 ws-hours-match-idx                    pic 9(3)
           value 0.

       77 ws-hours-check-store                  pic 99
           value 0.

       77 ws-hours-check-weekday                pic 9
           value 0.

       77 ws-hours-work-ymd                     pic 9(8)
           value 0.

       77 ws-hours-trans-mins                   pic 9(4)
           value 0.

       77 ws-hours-close-grace-mins             pic 9(4)
           value 0.

      *Set by 295-evaluate-store-hours when the transaction was rung
      *while its store was closed.
       77 ws-after-hours-flag                   pic x
           value "N".

      *Registers still ring out the last customers in line after
      *the doors close - a sale this many minutes past closing is
      *not treated as after hours.
       01 ws-con-close-grace-mins               pic 9(3)
           value 30.

       77 ws-szone-status                       pic xx
           value "00".

       77 ws-szone-eof-flag                     pic x
           value "N".

       77 ws-zprice-status                      pic xx
           value "00".

       77 ws-zprice-eof-flag                    pic x
           value "N".

       77 ws-szone-found-flag                   pic x
           value "N".

       77 ws-szone-match-idx                    pic 9(3)
           value 0.

       77 ws-zprice-found-flag                  pic x
           value "N".

       77 ws-zprice-match-idx                   pic 9(5)
           value 0.

      *In-memory copies of the price-zone files, the same
      *load-and-search shape as the promo table above. Missing
      *files just mean every store sells at the listed price.
       01 ws-szone-tbl-cnt                      pic 9(3)
           value 0.

       01 ws-szone-tbl.
           05 ws-szone-tbl-entry                occurs 1 to 200 times
                   depending on ws-szone-tbl-cnt
                   indexed by ws-szone-idx.
               10 ws-szone-tbl-store            pic 99.
               10 ws-szone-tbl-zone             pic x(4).

       01 ws-zprice-tbl-cnt                     pic 9(5)
           value 0.

       01 ws-zprice-tbl.
           05 ws-zprice-tbl-entry               occurs 1 to 10000 times
                   depending on ws-zprice-tbl-cnt
                   indexed by ws-zprice-idx.
               10 ws-zprice-tbl-key.
                   15 ws-zprice-tbl-zone        pic x(4).
                   15 ws-zprice-tbl-sku         pic x(15).
               10 ws-zprice-tbl-price           pic 9(5)v99.

       01 ws-zprice-check-key.
           05 ws-zprice-check-zone              pic x(4).
           05 ws-zprice-check-sku               pic x(15).

       77 ws-prctol-status                      pic xx
           value "00".

           value 0.

      *The listed price being compared and the flagged-amount limits
      *computed from it, and the store, SKU and date it is the
      *listed price for.
       01 ws-price-check-amt                    pic 9(5)v99
           value 0.
       77 ws-price-check-store                  pic 99
           value 0.
       77 ws-price-check-sku                    pic x(15)
           value spaces.
       77 ws-price-check-date                   pic 9(6)
           value 0.
       01 ws-price-high-limit                   pic 9(9)v99
           value 0.
       01 ws-price-low-scaled                   pic 9(9)v99
               value "GC".
           05 ws-con-pay-type-ON               pic xx
               value "ON".
           05 ws-con-pay-type-PT               pic xx
               value "PT".
           05 ws-con-trns-code-P               pic x
               value "P".
           05 ws-con-trns-code-O               pic x
               value "O".
           05 ws-con-trns-code-Q               pic x
               value "Q".
           05 ws-con-trns-code-K               pic x
               value "K".
           05 ws-con-error-star                pic x(36)
               value '************************************'.

           05 ws-hdr-date                       pic 9(6).
           05 ws-hdr-cashier                    pic 9(4).
           05 ws-hdr-cust                       pic 9(6).
           05 ws-hdr-time                       pic 9(4).

       01 ws-hdr-detail-sum                     pic 9(7)v99
           value 0.

       01 ws-hdr-saved-record                   pic x(68)
           value spaces.

       77 ws-hdr-saved-seq                      pic 9(6)
               value " - Account activity needs a customer number".
           05 ws-ems-store-closed              pic x(47)
               value " - Store not trading on the transaction date".
           05 ws-ems-acct-closed               pic x(42)
               value " - House account is closed (Chars 49 - 54)".
           05 ws-ems-exempt-cert               pic x(46)
               value " - No valid tax exemption cert (Chars 37 - 38)".
           05 ws-ems-points-short              pic x(43)
               value " - Not enough loyalty points (Chars 9 - 10)".
           05 ws-ems-paid-out                  pic x(47)
               value " - Bad paid-out tender/category (Chars 37 - 38)".
           05 ws-ems-cashier-termed            pic x(48)
               value " - Cashier not employed that day (Chars 45 - 48)".
           05 ws-ems-cashier-away              pic x(44)
               value " - Cashier away from home store, no transfer".
           05 ws-ems-staff-purchase            pic x(46)
               value " - Bad staff purchase/discount (Chars 49 - 54)".
           05 ws-ems-trans-time                pic x(43)
               value " - Invalid transaction time (Chars 65 - 68)".
           05 ws-ems-special-order             pic x(44)
               value " - Special order not open or doesn't tie out".


       01 ws-error-checks.
               value "N".
           05 ws-err-chk-store-closed          pic x
               value "N".
           05 ws-err-chk-acct-closed           pic x
               value "N".
           05 ws-err-chk-exempt-cert           pic x
               value "N".
           05 ws-err-chk-points-short          pic x
               value "N".
           05 ws-err-chk-paid-out              pic x
               value "N".
           05 ws-err-chk-cashier-termed        pic x
               value "N".
           05 ws-err-chk-cashier-away          pic x
               value "N".
           05 ws-err-chk-staff-purchase        pic x
               value "N".
           05 ws-err-chk-trans-time            pic x
               value "N".
           05 ws-err-chk-special-order         pic x
               value "N".

       01 ws-error-stars.
           05 ws-erstrs-trans-code             pic x.
           05 ws-erstrs-cashier-id             pic x(4).
           05 ws-erstrs-cust-num               pic x(6).
           05 filler                           pic x(10).
           05 ws-erstrs-trans-time             pic x(4).

      *The transaction date being validated, broken into its pieces
      *so the month and day ranges can be checked.
           05 ws-dtc-mm                        pic 99.
           05 ws-dtc-dd                        pic 99.

      *The transaction time being validated, broken into its pieces
      *so the hour and minute ranges can be checked.
       01 ws-time-check.
           05 ws-tmc-hh                        pic 99.
           05 ws-tmc-mm                        pic 99.

       procedure division.
       000-main.

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           accept ws-rh-start-time from time.
           move 0 to return-code.

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

           if (rsk-program-id = "PROGRAM1  ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Take the chain run-lock, or refuse to start when another
      *program holds it. A lock left from a prior day is an abend's
      *leftovers and is taken over with a console note; the

           perform 105-generate-run-id.
           perform 110-load-store-master.
           perform 109-load-store-hours.
           perform 115-load-employee-master.
           perform 116-load-customer-master.
           perform 123-load-ar-balances.
           perform 106-load-special-orders.
           perform 111-load-loyalty-control.
           perform 112-load-loyalty-balances.
           perform 117-load-sku-master.
           perform 114-load-paid-out-categories.
           perform 132-load-staff-discount-policy.
           perform 118-load-promo-calendar.
           perform 119-load-price-zones.
           perform 130-load-checkpoint.
           perform 150-load-review-threshold.
           perform 155-load-invalid-rate-threshold.
           perform 157-load-price-tolerance.
           perform 160-open-invoice-master.
           perform 170-open-history-archive.
           perform 171-open-staff-purchase-log.
           perform 172-load-intraday-flag.
           perform 175-merge-store-feeds.

           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *Load the store hours into a table. A missing file just means
      *no store's hours are checked.
       109-load-store-hours.

           open input store-hours-file.

           if (ws-hours-status = "00") then

               read store-hours-file
                   at end move "Y" to ws-hours-eof-flag
               end-read

               perform 108-load-store-hours-entry
                   until ws-hours-eof-flag = "Y"

               close store-hours-file

           end-if.

      *Add one store hours entry to the in-memory table.
       108-load-store-hours-entry.

           add 1 to ws-hours-tbl-cnt.
           set ws-hours-idx to ws-hours-tbl-cnt.

           move sh-in-store-num to ws-hours-tbl-store(ws-hours-idx).
           move sh-in-weekday   to ws-hours-tbl-weekday(ws-hours-idx).

           compute ws-hours-tbl-open-mins(ws-hours-idx)
               = sh-in-open-hh * 60 + sh-in-open-mm.
           compute ws-hours-tbl-close-mins(ws-hours-idx)
               = sh-in-close-hh * 60 + sh-in-close-mm.

           read store-hours-file
               at end move "Y" to ws-hours-eof-flag.

      *Load the employee master into a table so the valid cashier
      *list can be maintained by ops without a recompile, the same
      *shape as the store master above. A missing file just means
           add 1 to ws-emp-tbl-cnt.
           set ws-emp-idx to ws-emp-tbl-cnt.

           move em-in-emp-num    to ws-emp-tbl-num(ws-emp-idx).
           move em-in-emp-name   to ws-emp-tbl-name(ws-emp-idx).
           move em-in-hire-date  to ws-emp-tbl-hire-date(ws-emp-idx).
           move em-in-term-date  to ws-emp-tbl-term-date(ws-emp-idx).
           move em-in-home-store to ws-emp-tbl-home-store(ws-emp-idx).
           move em-in-role       to ws-emp-tbl-role(ws-emp-idx).
           move em-in-xfer-store to ws-emp-tbl-xfer-store(ws-emp-idx).
           move em-in-xfer-from  to ws-emp-tbl-xfer-from(ws-emp-idx).
           move em-in-xfer-to    to ws-emp-tbl-xfer-to(ws-emp-idx).

           read employee-master-file
               at end move "Y" to ws-emp-eof-flag.

           move cm-in-cust-num  to ws-cust-tbl-num(ws-cust-idx).
           move cm-in-cust-name to ws-cust-tbl-name(ws-cust-idx).
           move cm-in-credit-limit
               to ws-cust-tbl-limit(ws-cust-idx).
           move cm-in-status    to ws-cust-tbl-status(ws-cust-idx).
           move 0               to ws-cust-tbl-balance(ws-cust-idx).
           move 0               to ws-cust-tbl-today(ws-cust-idx).
           move cm-in-exempt-flag
               to ws-cust-tbl-exempt(ws-cust-idx).
           move cm-in-cert-expiry
               to ws-cust-tbl-cert-expiry(ws-cust-idx).
           move 0               to ws-cust-tbl-points(ws-cust-idx).
           move 0               to ws-cust-tbl-pts-today(ws-cust-idx).

           read customer-master-file
               at end move "Y" to ws-cust-eof-flag.

      *Put each house account's balance owed, as of Program2's last
      *posting run, on its customer table entry. A missing
      *subledger leaves every balance at zero; a subledger line
      *for a customer no longer on the master has nothing to check
      *against and is passed over.
       123-load-ar-balances.

           open input ar-subledger-file.

           if (ws-ar-status = "00") then

               read ar-subledger-file
                   at end move "Y" to ws-ar-eof-flag
               end-read

               perform 124-load-ar-balance-entry
                   until ws-ar-eof-flag = "Y"

               close ar-subledger-file

           end-if.

       124-load-ar-balance-entry.

           move arl-cust-num to ws-cust-check-num.
           perform 239-search-customer-table.

           if (ws-cust-found-flag = "Y") then
               move arl-balance
                   to ws-cust-tbl-balance(ws-cust-match-idx)
           end-if.

           read ar-subledger-file
               at end move "Y" to ws-ar-eof-flag.

      *Load the open special orders Program2 left behind, if any,
      *into a table.
       106-load-special-orders.

           open input special-order-file.

           if (ws-sord-status = "00") then

               read special-order-file
                   at end move "Y" to ws-sord-eof-flag
               end-read

               perform 107-load-special-order-entry
                   until ws-sord-eof-flag = "Y"

               close special-order-file

           end-if.

       107-load-special-order-entry.

           add 1 to ws-sord-tbl-cnt.
           set ws-sord-idx to ws-sord-tbl-cnt.

           move so-invoice-num to ws-sord-tbl-invoice(ws-sord-idx).
           move so-cust-num    to ws-sord-tbl-cust(ws-sord-idx).
           move so-sku-code    to ws-sord-tbl-sku(ws-sord-idx).
           move so-quantity    to ws-sord-tbl-qty(ws-sord-idx).
           move so-unit-price  to ws-sord-tbl-price(ws-sord-idx).
           move so-deposit-amt to ws-sord-tbl-deposit(ws-sord-idx).
           move "N"            to ws-sord-tbl-picked(ws-sord-idx).

           read special-order-file
               at end move "Y" to ws-sord-eof-flag.

      *Pick up the dollar value of one loyalty point. A missing or
      *unusable control file leaves the default in place rather
      *than aborting.
       111-load-loyalty-control.

           move ws-con-point-value-default to ws-loy-point-value.

           open input loyalty-control-file.

           if (ws-loyctl-status = "00") then

               read loyalty-control-file
                   not at end
                       if (lc-point-value-in is numeric)
                           and (lc-point-value-in > 0) then
                           move lc-point-value-in
                               to ws-loy-point-value
                       end-if
               end-read

               close loyalty-control-file

           end-if.

      *Put each customer's points balance, as of Program2's last
      *posting run, on their customer table entry - the same shape
      *as the AR balances above. A missing ledger leaves every
      *balance at zero.
       112-load-loyalty-balances.

           open input loyalty-ledger-file.

           if (ws-loy-status = "00") then

               read loyalty-ledger-file
                   at end move "Y" to ws-loy-eof-flag
               end-read

               perform 113-load-loyalty-balance-entry
                   until ws-loy-eof-flag = "Y"

               close loyalty-ledger-file

           end-if.

       113-load-loyalty-balance-entry.

           move loy-cust-num to ws-cust-check-num.
           perform 239-search-customer-table.

           if (ws-cust-found-flag = "Y") then
               move loy-balance-pts
                   to ws-cust-tbl-points(ws-cust-match-idx)
           end-if.

           read loyalty-ledger-file
               at end move "Y" to ws-loy-eof-flag.

      *Load the SKU master into a table so a record's SKU can be
      *checked against it without touching the file again. A missing
      *file just means the SKU checks are skipped rather than the
      *run aborting.
       117-load-sku-master.

           open input sku-master-file.

           if (ws-skumst-status = "00") then

               read sku-master-file
                   at end move "Y" to ws-skumst-eof-flag
               end-read

               perform 127-load-sku-entry
                   until ws-skumst-eof-flag = "Y"

               close sku-master-file

           end-if.

      *Add one SKU master entry to the in-memory table.
       127-load-sku-entry.

           add 1 to ws-skumst-tbl-cnt.
           set ws-skumst-idx to ws-skumst-tbl-cnt.

           move sm-sku-code-in  to ws-skumst-tbl-code(ws-skumst-idx).
           move sm-sku-price-in to ws-skumst-tbl-price(ws-skumst-idx).

           read sku-master-file
               at end move "Y" to ws-skumst-eof-flag.

      *Load the paid-out categories into a table so a new expense
      *category is a data change instead of a recompile. A missing
      *file just means the category check is skipped rather than
      *the run aborting.
       114-load-paid-out-categories.

           open input paid-out-category-file.

           if (ws-pocat-status = "00") then

               read paid-out-category-file
                   at end move "Y" to ws-pocat-eof-flag
               end-read

               perform 129-load-paid-out-entry
                   until ws-pocat-eof-flag = "Y"

               close paid-out-category-file

           end-if.

      *Add one paid-out category to the in-memory table.
       129-load-paid-out-entry.

           add 1 to ws-pocat-tbl-cnt.
           set ws-pocat-idx to ws-pocat-tbl-cnt.

           move po-category-in to ws-pocat-tbl-code(ws-pocat-idx).
           move po-limit-in    to ws-pocat-tbl-limit(ws-pocat-idx).

           read paid-out-category-file
               at end move "Y" to ws-pocat-eof-flag.

      *Load the employee discount policy. A missing file means no
      *discount is authorized for anyone, so every staff purchase
      *is rejected until the policy is back.
       132-load-staff-discount-policy.

           open input staff-discount-file.

           if (ws-sdisc-status = "00") then

               read staff-discount-file
                   at end move "Y" to ws-sdisc-eof-flag
               end-read

               perform 133-load-staff-discount-entry
                   until ws-sdisc-eof-flag = "Y"

               close staff-discount-file

           end-if.

      *Add one role's discount rate to the in-memory table.
       133-load-staff-discount-entry.

           add 1 to ws-sdisc-tbl-cnt.
           set ws-sdisc-idx to ws-sdisc-tbl-cnt.

           move sd-role-in to ws-sdisc-tbl-role(ws-sdisc-idx).
           move sd-rate-in to ws-sdisc-tbl-rate(ws-sdisc-idx).

           read staff-discount-file
               at end move "Y" to ws-sdisc-eof-flag.

      *Load the promo calendar into a table so the price check can
      *see which SKUs are legitimately marked down today. A missing
      *file just means no promotions are running.
       118-load-promo-calendar.

           open input promo-calendar-file.

           if (ws-promo-status = "00") then

               read promo-calendar-file
                   at end move "Y" to ws-promo-eof-flag
               end-read

               perform 128-load-promo-entry
                   until ws-promo-eof-flag = "Y"

               close promo-calendar-file

           end-if.

      *Add one promo calendar entry to the in-memory table.
       128-load-promo-entry.

           add 1 to ws-promo-tbl-cnt.
           set ws-promo-idx to ws-promo-tbl-cnt.

           move pc-sku-code-in
               to ws-promo-tbl-sku(ws-promo-idx).
           move pc-promo-price-in
               to ws-promo-tbl-price(ws-promo-idx).
           move pc-start-date-in
               to ws-promo-tbl-start(ws-promo-idx).
           move pc-end-date-in
               to ws-promo-tbl-end(ws-promo-idx).

           read promo-calendar-file
               at end move "Y" to ws-promo-eof-flag.

      *Load the store price zones and the zone prices into tables
      *so the price check can compare each sale against the price
      *for the store that rang it. Either file missing just means
      *every store checks against the listed price.
       119-load-price-zones.

           open input store-zone-file.

           if (ws-szone-status = "00") then

               read store-zone-file
                   at end move "Y" to ws-szone-eof-flag
               end-read

               perform 121-load-store-zone-entry
                   until ws-szone-eof-flag = "Y"

               close store-zone-file

           end-if.

           open input zone-price-file.

           if (ws-zprice-status = "00") then

               read zone-price-file
                   at end move "Y" to ws-zprice-eof-flag
               end-read

               perform 122-load-zone-price-entry
                   until ws-zprice-eof-flag = "Y"

               close zone-price-file

           end-if.

      *Add one store price-zone entry to the in-memory table.
       121-load-store-zone-entry.

           add 1 to ws-szone-tbl-cnt.
           set ws-szone-idx to ws-szone-tbl-cnt.

           move sz-store-num-in to ws-szone-tbl-store(ws-szone-idx).
           move sz-zone-code-in to ws-szone-tbl-zone(ws-szone-idx).

           read store-zone-file
               at end move "Y" to ws-szone-eof-flag.

      *Add one zone price entry to the in-memory table.
       122-load-zone-price-entry.

           add 1 to ws-zprice-tbl-cnt.
           set ws-zprice-idx to ws-zprice-tbl-cnt.

           move zp-zone-code-in
               to ws-zprice-tbl-zone(ws-zprice-idx).
           move zp-sku-code-in
               to ws-zprice-tbl-sku(ws-zprice-idx).
           move zp-zone-price-in
               to ws-zprice-tbl-price(ws-zprice-idx).

           read zone-price-file
               at end move "Y" to ws-zprice-eof-flag.

      *Pick up where a previous aborted run left off, if a checkpoint
      *exists. A missing checkpoint file just means a fresh run.
       130-load-checkpoint.

           move 0 to ws-chk-restart-point.

               open output history-file
           end-if.

      *Open the employee purchase log for append, creating it on the
      *first run ever.
       171-open-staff-purchase-log.

           open extend staff-purchase-file.

           if (ws-spur-status not = "00") then
               open output staff-purchase-file
           end-if.

      *Pick up the intraday pass flag, consuming it so the next
      *pass is strict again unless ops drop it again. A missing
      *file just means a normal strict pass.
               move il-trans-date     to ws-hdr-date
               move il-cashier-id     to ws-hdr-cashier
               move il-cust-num       to ws-hdr-cust
               move il-trans-time     to ws-hdr-time
               move 0 to ws-hdr-detail-sum
               move input-line        to ws-hdr-saved-record
               move ws-resubmit-mode  to ws-hdr-saved-resub
      *A "D" detail has to belong to the open header, carry a real
      *quantity and unit price, and its amount has to be exactly
      *quantity times unit price. A good detail takes the header's
      *tender, store, date, time, cashier and customer, becomes an
      *ordinary Sale record, and runs the whole validation chain -
      *only a detail that comes out the valid end counts toward the
      *header's total.
                   move ws-hdr-date        to il-trans-date
                   move ws-hdr-cashier     to il-cashier-id
                   move ws-hdr-cust        to il-cust-num
                   move ws-hdr-time        to il-trans-time
                   move ws-con-trns-code-S to il-trans-code

                   move "N" to ws-last-record-valid

               perform 210-check-trans-amount

           else
           if (il-trans-code = ws-con-trns-code-O) then

               perform 210-check-trans-amount

           else
           if (il-trans-code = ws-con-trns-code-Q) then

               perform 210-check-trans-amount

           else
           if (il-trans-code = ws-con-trns-code-K) then

               perform 210-check-trans-amount

           else

               perform 300-invalid-record
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Checking if the trans amount is a number

               perform 230-check-store-number

           else
           if (il-pay-type = ws-con-pay-type-PT) then

               perform 230-check-store-number

           else

               perform 300-invalid-record
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Check to see if the store number is correct
      *the cashier check degrades.
       238-check-customer-number.

           if (il-reason-code = ws-con-staff-purchase) then

               perform 287-check-staff-purchaser

           else
           if (ws-cust-tbl-cnt = 0)
               or (il-cust-num(1:6) = spaces)
               or (il-cust-num(1:6) = "000000") then

               perform 300-invalid-record

           end-if
           end-if
           end-if.

               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

      *Compare one customer table entry to ws-cust-check-num,
      *remembering where the match sits - the perform varying above
      *leaves ws-cust-idx one past it by the time the loop stops.
       242-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag
               set ws-cust-match-idx to ws-cust-idx

           end-if.

               until ws-emp-idx > ws-emp-tbl-cnt
                   or ws-emp-found-flag = "Y".

      *Compare one employee table entry to ws-emp-check-num,
      *remembering where the match sits - the perform varying above
      *leaves ws-emp-idx one past it by the time the loop stops.
       234-compare-employee-entry.

           if (ws-emp-check-num = ws-emp-tbl-num(ws-emp-idx)) then

               move "Y" to ws-emp-found-flag
               set ws-emp-match-idx to ws-emp-idx

           end-if.

      *either way) is pulled for manager review the same way the
      *review threshold pulls large amounts, and the same approved
      *waiver applies on the way back. GC-tendered records carry the
      *card number in the SKU field, and paid-outs the payee or
      *receipt reference, so they skip these checks, as does
      *everything when no master is on hand.
       262-check-sku-master.

           if (ws-skumst-tbl-cnt = 0)
               or (il-pay-type = ws-con-pay-type-GC)
               or (il-trans-code = ws-con-trns-code-O) then

               perform 350-valid-record

                   and (ws-skumst-tbl-price(ws-skumst-match-idx) > 0)
                   then

                   if (il-reason-code = ws-con-staff-purchase) then
                       perform 288-check-staff-price
                   else
                       perform 265-check-price-reasonable
                   end-if

               else


           end-if.

      *Compare this Sale's UNIT price to the listed price - the
      *zone price when the store sells in a price zone that prices
      *this SKU - or, when a promotion covers the SKU on the
      *transaction date, to the promo price, so an on-promo
      *markdown stops looking like a mis-ring. The unit price is
      *what the listed price is a price OF: a multi-line detail's
      *amount is quantity times unit price, so comparing the
      *amount would pull every six-unit line rung at exactly
      *list. Old-format records had their unit price normalized
      *to the amount at quantity one, so they compare exactly as
      *they always did. Outside the tolerance band either way, the
      *record is pulled for manager review; inside it, validation
      *carries on.
       265-check-price-reasonable.

           move ws-skumst-tbl-price(ws-skumst-match-idx)
               to ws-price-check-amt.
           move il-store-num  to ws-price-check-store.
           move il-sku-code   to ws-price-check-sku.
           move il-trans-date to ws-price-check-date.

           perform 269-check-zone-price.
           perform 266-check-promo-price.

           compute ws-price-high-limit rounded
      *ws-price-check-amt.
       266-check-promo-price.

           move ws-price-check-sku  to ws-promo-check-sku.
           move ws-price-check-date to ws-promo-check-date.
           perform 267-search-promo-table.

           if (ws-promo-found-flag = "Y") then

           end-if.

      *When the store that rang the sale sells in a price zone and
      *the zone carries a price for this SKU, that price replaces
      *the master's listed price in ws-price-check-amt.
       269-check-zone-price.

           move "N" to ws-szone-found-flag.

           perform 271-compare-store-zone-entry
               varying ws-szone-idx from 1 by 1
               until ws-szone-idx > ws-szone-tbl-cnt
                   or ws-szone-found-flag = "Y".

           if (ws-szone-found-flag = "Y") then

               move ws-szone-tbl-zone(ws-szone-match-idx)
                   to ws-zprice-check-zone
               move ws-price-check-sku to ws-zprice-check-sku
               move "N" to ws-zprice-found-flag

               perform 272-compare-zone-price-entry
                   varying ws-zprice-idx from 1 by 1
                   until ws-zprice-idx > ws-zprice-tbl-cnt
                       or ws-zprice-found-flag = "Y"

               if (ws-zprice-found-flag = "Y") then
                   move ws-zprice-tbl-price(ws-zprice-match-idx)
                       to ws-price-check-amt
               end-if

           end-if.

      *Compare one store price-zone entry to the record's store,
      *remembering where the match sits.
       271-compare-store-zone-entry.

           if (ws-price-check-store = ws-szone-tbl-store(ws-szone-idx))
               then

               move "Y" to ws-szone-found-flag
               set ws-szone-match-idx to ws-szone-idx

           end-if.

      *Compare one zone price entry to the zone and SKU being
      *checked, remembering where the match sits.
       272-compare-zone-price-entry.

           if (ws-zprice-check-key = ws-zprice-tbl-key(ws-zprice-idx))
               then

               move "Y" to ws-zprice-found-flag
               set ws-zprice-match-idx to ws-zprice-idx

           end-if.

      *Check that the transaction date is a real yymmdd date - the
      *date decides which business day downstream totals post to, so
      *a bad one can't be let through to quietly land on the wrong
               if (ws-dtc-mm >= 01) and (ws-dtc-mm <= 12) and
                  (ws-dtc-dd >= 01) and (ws-dtc-dd <= 31) then

                   perform 293-check-trans-time

               else


           end-if.

      *The transaction time has to be a real hhmm time on the
      *24-hour clock.
       293-check-trans-time.

           if (il-trans-time is numeric) then

               move il-trans-time to ws-time-check

               if (ws-tmc-hh <= 23) and (ws-tmc-mm <= 59) then

                   perform 294-check-store-hours

               else

                   perform 300-invalid-record

               end-if

           else

               perform 300-invalid-record

           end-if.

      *A transaction rung while its store was closed is pulled for
      *manager review, so loss prevention sees after-hours activity
      *before it posts. A record coming back from the disposition
      *program already carries the manager's approval, so the hours
      *are waived for it.
       294-check-store-hours.

           perform 295-evaluate-store-hours.

           if (ws-after-hours-flag = "Y")
               and (ws-approved-mode not = "Y") then

               perform 310-review-record

           else

               perform 273-check-store-lifecycle

           end-if.

      *Decide whether the transaction in input-line was rung outside
      *its store's hours, leaving the answer in ws-after-hours-flag.
      *The line for the transaction's own weekday wins over the
      *store's every-day line; a store with neither has no hours to
      *be outside of. Day 1 of the integer date count was a Monday.
       295-evaluate-store-hours.

           move "N" to ws-after-hours-flag.
           move "N" to ws-hours-found-flag.

           if (ws-hours-tbl-cnt > 0) then

               compute ws-hours-work-ymd = 20000000 + il-trans-date
               compute ws-hours-check-weekday
                   = function mod
                       (function integer-of-date(ws-hours-work-ymd)
                           - 1, 7) + 1

               move il-store-num to ws-hours-check-store

               perform 296-compare-store-hours-entry
                   varying ws-hours-idx from 1 by 1
                   until ws-hours-idx > ws-hours-tbl-cnt
                       or ws-hours-found-flag = "Y"

               if (ws-hours-found-flag not = "Y") then

                   move 0 to ws-hours-check-weekday

                   perform 296-compare-store-hours-entry
                       varying ws-hours-idx from 1 by 1
                       until ws-hours-idx > ws-hours-tbl-cnt
                           or ws-hours-found-flag = "Y"

               end-if

           end-if.

           if (ws-hours-found-flag = "Y") then

               compute ws-hours-trans-mins
                   = ws-tmc-hh * 60 + ws-tmc-mm
               compute ws-hours-close-grace-mins
                   = ws-hours-tbl-close-mins(ws-hours-match-idx)
                       + ws-con-close-grace-mins

               if (ws-hours-tbl-open-mins(ws-hours-match-idx)
                   = ws-hours-tbl-close-mins(ws-hours-match-idx)) then

                   move "Y" to ws-after-hours-flag

               else
               if (ws-hours-tbl-open-mins(ws-hours-match-idx)
                   < ws-hours-tbl-close-mins(ws-hours-match-idx)) then

                   if (ws-hours-trans-mins
                       < ws-hours-tbl-open-mins(ws-hours-match-idx))
                       or (ws-hours-trans-mins
                           >= ws-hours-close-grace-mins) then
                       move "Y" to ws-after-hours-flag
                   end-if

               else

                   if (ws-hours-trans-mins
                       >= ws-hours-close-grace-mins)
                       and (ws-hours-trans-mins
                           < ws-hours-tbl-open-mins(ws-hours-match-idx))
                       then
                       move "Y" to ws-after-hours-flag
                   end-if

               end-if
               end-if

           end-if.

      *Compare one store hours entry to ws-hours-check-store and
      *ws-hours-check-weekday.
       296-compare-store-hours-entry.

           if (ws-hours-tbl-store(ws-hours-idx) = ws-hours-check-store)
               and (ws-hours-tbl-weekday(ws-hours-idx)
                   = ws-hours-check-weekday) then

               move "Y" to ws-hours-found-flag
               set ws-hours-match-idx to ws-hours-idx

           end-if.

      *A store has to have been trading on the transaction date:
      *closed stores stop validating at their close date (a closed
      *store's register transmitting for days was exactly the hole),
      *seasonal stores validate only inside their open/close window,
      *and nothing validates before a store's open date. Zero dates
      *mean no restriction on that side. The store itself was
      *already found at 230; this runs after the date checks so the
      *comparison is against a date known to be real.
       273-check-store-lifecycle.

           move il-store-num   to ws-store-check-num.
           move il-trans-date  to ws-lifecycle-check-date.
           perform 235-search-store-table.
           perform 274-evaluate-store-lifecycle.

           if (ws-store-closed-flag = "Y") then

               perform 300-invalid-record

           else

               perform 285-check-cashier-status

           end-if.

      *Decide whether the store in ws-store-match-idx was trading on
      *the date in ws-lifecycle-check-date, leaving the answer in
      *ws-store-closed-flag. Shared with the error-report pass.
       274-evaluate-store-lifecycle.

           move "N" to ws-store-closed-flag.

           if (ws-store-found-flag not = "Y") then

               continue

           else
           if (ws-store-tbl-status(ws-store-match-idx)
               = ws-con-store-stat-C) then

               if (ws-store-tbl-close-date(ws-store-match-idx) = 0)
                   or (ws-lifecycle-check-date >=
                       ws-store-tbl-close-date(ws-store-match-idx))
                   then
                   move "Y" to ws-store-closed-flag
               end-if

           else

               if (ws-store-tbl-open-date(ws-store-match-idx) > 0)
                   and (ws-lifecycle-check-date <
                       ws-store-tbl-open-date(ws-store-match-idx))
                   then
                   move "Y" to ws-store-closed-flag
               end-if

               if (ws-store-tbl-status(ws-store-match-idx)
                   = ws-con-store-stat-S)
                   and (ws-store-tbl-close-date(ws-store-match-idx)
                       > 0)
                   and (ws-lifecycle-check-date >
                       ws-store-tbl-close-date(ws-store-match-idx))
      *other trans-code passes straight through.
       275-check-adjust-indicator.

           if (il-trans-code not = ws-con-trns-code-A)
               or (il-reason-code(1:1) = ws-con-adj-ind-D)
               or (il-reason-code(1:1) = ws-con-adj-ind-C) then

               perform 282-check-paid-out

           else

               perform 300-invalid-record

           end-if.

      *Being on the employee master isn't enough - the cashier has
      *to have been employed on the transaction date (hired on or
      *before it, and not yet terminated: the termination date is
      *the first day the id is no longer good, the same way a
      *store's close date works), and ringing at their home store
      *unless a transfer to this store covers the date. A home
      *store of 00 is a floater, good at any store. The cashier
      *was already found at 232, and like the store lifecycle
      *check this runs after the date checks so the comparison is
      *against a date known to be real.
       285-check-cashier-status.

           if (ws-emp-tbl-cnt = 0) then

               perform 275-check-adjust-indicator

           else

               move il-cashier-id to ws-emp-check-num
               move il-store-num  to ws-emp-check-store
               move il-trans-date to ws-emp-check-date
               perform 233-search-employee-table
               perform 286-evaluate-cashier-status

               if (ws-emp-termed-flag = "Y")
                   or (ws-emp-away-flag = "Y") then

                   perform 300-invalid-record

               else

                   perform 275-check-adjust-indicator

               end-if

           end-if.

      *Decide whether the cashier in ws-emp-match-idx could ring a
      *sale at ws-emp-check-store on ws-emp-check-date, leaving the
      *answer in ws-emp-termed-flag and ws-emp-away-flag. A zero
      *transfer end date means the transfer is open-ended. Shared
      *with the error-report pass.
       286-evaluate-cashier-status.

           move "N" to ws-emp-termed-flag.
           move "N" to ws-emp-away-flag.

           if (ws-emp-found-flag = "Y") then

               if (ws-emp-check-date <
                   ws-emp-tbl-hire-date(ws-emp-match-idx))
                   or ((ws-emp-tbl-term-date(ws-emp-match-idx) > 0)
                   and (ws-emp-check-date >=
                       ws-emp-tbl-term-date(ws-emp-match-idx))) then
                   move "Y" to ws-emp-termed-flag
               end-if

               if (ws-emp-tbl-home-store(ws-emp-match-idx) > 0)
                   and (ws-emp-check-store not =
                       ws-emp-tbl-home-store(ws-emp-match-idx)) then

                   move "Y" to ws-emp-away-flag

                   if (ws-emp-check-store =
                       ws-emp-tbl-xfer-store(ws-emp-match-idx))
                       and (ws-emp-check-date >=
                           ws-emp-tbl-xfer-from(ws-emp-match-idx))
                       and ((ws-emp-tbl-xfer-to(ws-emp-match-idx)
                           = 0)
                       or (ws-emp-check-date <=
                           ws-emp-tbl-xfer-to(ws-emp-match-idx))) then
                       move "N" to ws-emp-away-flag
                   end-if

               end-if

           end-if.

      *A staff purchase has to be a Sale, and the employee number in
      *its customer-number field has to name someone on the
      *employee master who was employed on the sale date and whose
      *role the discount policy covers. The rate found is kept for
      *the price check at 288. With no employee master or no
      *policy on hand, no staff purchase can be vouched for and
      *each one is rejected.
       287-check-staff-purchaser.

           move "N" to ws-sdisc-found-flag.

           if (il-trans-code = ws-con-trns-code-S)
               and (ws-emp-tbl-cnt > 0)
               and (ws-sdisc-tbl-cnt > 0)
               and (il-cust-num is numeric) then

               move il-cust-num   to ws-sdisc-check-emp
               move il-trans-date to ws-emp-check-date
               perform 289-find-staff-discount-rate

           end-if.

           if (ws-sdisc-found-flag = "Y") then

               perform 240-check-invoice-prefix

           else

               perform 300-invalid-record

           end-if.

      *Look up the purchasing employee in ws-sdisc-check-emp and,
      *when they were employed on the date in ws-emp-check-date,
      *their role's discount rate - ws-sdisc-found-flag says
      *whether one was found, and ws-sdisc-rate holds it. Shared
      *with the error-report pass.
       289-find-staff-discount-rate.

           move "N" to ws-sdisc-found-flag.
           move 0 to ws-sdisc-rate.

           if (ws-sdisc-check-emp <= 9999) then

               move ws-sdisc-check-emp to ws-emp-check-num
               move 0                  to ws-emp-check-store
               perform 233-search-employee-table
               perform 286-evaluate-cashier-status

               if (ws-emp-found-flag = "Y")
                   and (ws-emp-termed-flag not = "Y") then

                   move ws-emp-tbl-role(ws-emp-match-idx)
                       to ws-sdisc-check-role

                   perform 291-compare-staff-discount-entry
                       varying ws-sdisc-idx from 1 by 1
                       until ws-sdisc-idx > ws-sdisc-tbl-cnt
                           or ws-sdisc-found-flag = "Y"

                   if (ws-sdisc-found-flag = "Y") then
                       move ws-sdisc-tbl-rate(ws-sdisc-match-idx)
                           to ws-sdisc-rate
                   end-if

               end-if

           end-if.

      *Compare one policy entry to ws-sdisc-check-role, remembering
      *where the match sits.
       291-compare-staff-discount-entry.

           if (ws-sdisc-check-role = ws-sdisc-tbl-role(ws-sdisc-idx))
               then

               move "Y" to ws-sdisc-found-flag
               set ws-sdisc-match-idx to ws-sdisc-idx

           end-if.

      *A staff purchase is rung at the listed price (zone and promo
      *prices included) less the employee's discount. A unit price
      *below that floor is a bigger discount than the policy allows
      *and is rejected; one above the ordinary reasonableness limit
      *is pulled for review the way any other sale would be.
       288-check-staff-price.

           move il-store-num  to ws-price-check-store.
           move il-sku-code   to ws-price-check-sku.
           move il-trans-date to ws-price-check-date.
           perform 292-compute-staff-floor-price.

           compute ws-price-high-limit rounded
               = ws-price-check-amt * ws-con-price-tolerance.

           if (il-unit-price < ws-sdisc-floor-price) then

               perform 300-invalid-record

           else
           if (il-unit-price > ws-price-high-limit) then

               perform 310-review-record

           else

               perform 350-valid-record

           end-if
           end-if.

      *Price the SKU in ws-price-check-sku for the store and date
      *beside it and take ws-sdisc-rate off it, leaving the listed
      *price in ws-price-check-amt and the floor in
      *ws-sdisc-floor-price. ws-sdisc-priced-flag says whether the
      *SKU had a listed price to work from.
       292-compute-staff-floor-price.

           move "N" to ws-sdisc-priced-flag.
           move 0 to ws-price-check-amt.
           move 0 to ws-sdisc-floor-price.

           move ws-price-check-sku to ws-sku-check-code.
           perform 263-search-sku-master.

           if (ws-skumst-found-flag = "Y")
               and (ws-skumst-tbl-price(ws-skumst-match-idx) > 0) then

               move "Y" to ws-sdisc-priced-flag
               move ws-skumst-tbl-price(ws-skumst-match-idx)
                   to ws-price-check-amt

               perform 269-check-zone-price
               perform 266-check-promo-price

               compute ws-sdisc-floor-price rounded
                   = ws-price-check-amt * (1 - ws-sdisc-rate)

           end-if.

      *An "O" paid-out is petty cash taken out of the drawer for a
      *store expense, so it has to be a cash tender and carry its
      *expense category in the reason-code field - a category on
      *the paid-out category file, so Program5 knows which expense
      *account to charge. A paid-out over its category's limit is
      *pulled for manager review, the same approved waiver applying
      *on the way back; a zero limit means the category has none.
      *Everything else passes straight through.
       282-check-paid-out.

           if (il-trans-code not = ws-con-trns-code-O) then

               perform 277-check-account-customer

           else
           if (il-pay-type not = ws-con-pay-type-CA) then

               perform 300-invalid-record

           else
           if (ws-pocat-tbl-cnt = 0) then

               perform 277-check-account-customer

           else

               move il-reason-code to ws-pocat-check-code
               perform 283-search-paid-out-table

               if (ws-pocat-found-flag not = "Y") then

                   perform 300-invalid-record

               else
               if (ws-approved-mode not = "Y")
                   and (ws-pocat-tbl-limit(ws-pocat-match-idx) > 0)
                   and (il-trans-amt
                       > ws-pocat-tbl-limit(ws-pocat-match-idx)) then

                   perform 310-review-record

               else

                   perform 277-check-account-customer

               end-if
               end-if

           end-if
           end-if
           end-if.

      *Search the paid-out category table for ws-pocat-check-code.
       283-search-paid-out-table.

           move "N" to ws-pocat-found-flag.

           perform 284-compare-paid-out-entry
               varying ws-pocat-idx from 1 by 1
               until ws-pocat-idx > ws-pocat-tbl-cnt
                   or ws-pocat-found-flag = "Y".

      *Compare one category entry to ws-pocat-check-code,
      *remembering where the match sits - the perform varying above
      *leaves ws-pocat-idx one past it by the time the loop stops.
       284-compare-paid-out-entry.

           if (ws-pocat-check-code
               = ws-pocat-tbl-code(ws-pocat-idx)) then

               move "Y" to ws-pocat-found-flag
               set ws-pocat-match-idx to ws-pocat-idx

           end-if.

      *House-account activity has to name the account: an
      *ON-tendered charge, or a "P" payment on account, with a
      *walk-in (zero) customer number has nowhere to post and is
      *rejected here. A PT (points) tender has to name the
      *customer whose points pay for it the same way. Everything
      *else passes straight through.
       277-check-account-customer.

           if ((il-pay-type = ws-con-pay-type-ON)
               or (il-pay-type = ws-con-pay-type-PT)
               or (il-trans-code = ws-con-trns-code-P))
               and ((il-cust-num(1:6) = spaces)
                   or (il-cust-num(1:6) = "000000")) then

               perform 300-invalid-record

           else

               perform 297-check-special-order

           end-if.

      *A special order is a customer's order for goods we don't
      *stock: a "Q" record takes the deposit when the order is
      *placed and a "K" record collects the balance when the goods
      *are picked up. Both carry the special-order number in the
      *invoice field, the SKU ordered, the quantity and the agreed
      *unit price, so quantity times unit price is the full price
      *of the order. Either way the money has to be real tender
      *(cash, credit or debit) from a named customer. A deposit
      *has to be something, can't be more than the full price, and
      *can't reuse the number of an order that is still open. A
      *pickup has to name an open order not already picked up, for
      *the same customer, SKU and quantity, and what it collects
      *plus the deposit held has to come to the full price.
      *Everything else passes straight through.
       297-check-special-order.

           if (il-trans-code not = ws-con-trns-code-Q)
               and (il-trans-code not = ws-con-trns-code-K) then

               perform 276-check-points-balance

           else
           if (il-pay-type not = ws-con-pay-type-CA)
               and (il-pay-type not = ws-con-pay-type-CR)
               and (il-pay-type not = ws-con-pay-type-DB) then

               perform 300-invalid-record

           else
           if (il-cust-num(1:6) = spaces)
               or (il-cust-num(1:6) = "000000")
               or (il-cust-num is not numeric)
               or (il-unit-price is not numeric) then

               perform 300-invalid-record

           else

               compute ws-sord-full-price
                   = il-quantity * il-unit-price

               move il-invoice-number to ws-sord-check-invoice
               perform 298-search-special-order-table

               if (il-trans-code = ws-con-trns-code-Q) then

                   if (il-trans-amt = 0)
                       or (il-trans-amt > ws-sord-full-price)
                       or (ws-sord-found-flag = "Y") then

                       perform 300-invalid-record

                   else

                       perform 276-check-points-balance

                   end-if

               else

                   if (ws-sord-found-flag not = "Y") then

                       perform 300-invalid-record

                   else
                   if (il-cust-num
                           not = ws-sord-tbl-cust(ws-sord-match-idx))
                       or (il-sku-code
                           not = ws-sord-tbl-sku(ws-sord-match-idx))
                       or (il-quantity
                           not = ws-sord-tbl-qty(ws-sord-match-idx))
                       or (il-trans-amt > ws-sord-full-price)
                       or (ws-sord-full-price - il-trans-amt
                           not = ws-sord-tbl-deposit(ws-sord-match-idx))
                       then

                       perform 300-invalid-record

                   else

                       perform 276-check-points-balance

                   end-if
                   end-if

               end-if

           end-if
           end-if
           end-if.

      *Search the special-order table for ws-sord-check-invoice - an
      *order already picked up today doesn't count as found.
       298-search-special-order-table.

           move "N" to ws-sord-found-flag.

           perform 299-compare-special-order-entry
               varying ws-sord-idx from 1 by 1
               until ws-sord-idx > ws-sord-tbl-cnt
                   or ws-sord-found-flag = "Y".

      *Compare one special-order entry to ws-sord-check-invoice,
      *remembering where the match sits - the perform varying above
      *leaves ws-sord-idx one past it by the time the loop stops.
       299-compare-special-order-entry.

           if (ws-sord-check-invoice
                   = ws-sord-tbl-invoice(ws-sord-idx))
               and (ws-sord-tbl-picked(ws-sord-idx) not = "Y") then

               move "Y" to ws-sord-found-flag
               set ws-sord-match-idx to ws-sord-idx

           end-if.

      *A PT-tendered Sale or Layaway is paid for with loyalty
      *points, so the customer has to hold enough of them: the
      *ledger balance as of Program2's last run, less the points
      *already spent through today, has to cover the sale at the
      *control file's point value. Points can't be overdrawn, so a
      *short balance is rejected outright rather than pulled for
      *review. A staff purchase carries an employee number, not a
      *customer's, so it has no points to check. Everything else,
      *and every record when there is no customer master on hand,
      *passes straight through.
       276-check-points-balance.

           if (il-pay-type not = ws-con-pay-type-PT)
               or ((il-trans-code not = ws-con-trns-code-S)
                   and (il-trans-code not = ws-con-trns-code-L))
               or (il-reason-code = ws-con-staff-purchase)
               or (ws-cust-tbl-cnt = 0) then

               perform 278-check-credit-limit

           else

               move il-cust-num to ws-cust-check-num
               perform 239-search-customer-table

               move il-trans-amt to ws-points-amt
               perform 281-compute-points-needed

               if (ws-cust-found-flag not = "Y") then

                   perform 300-invalid-record

               else

                   compute ws-points-available
                       = ws-cust-tbl-points(ws-cust-match-idx)
                       - ws-cust-tbl-pts-today(ws-cust-match-idx)

                   if (ws-points-needed > ws-points-available) then

                       perform 300-invalid-record

                   else

                       perform 278-check-credit-limit

                   end-if

               end-if

           end-if.

      *The points a PT tender of ws-points-amt costs at the control
      *file's point value - part of a point counts as a whole one,
      *the same rounding Program2 redeems with.
       281-compute-points-needed.

           compute ws-points-needed
               = (ws-points-amt / ws-loy-point-value) + 0.9999.

      *An ON-tendered Sale or Layaway charges a house account, so
      *the account has to be able to take it. A closed account
      *can't be charged at all and the record is rejected. A charge
      *on an account that is on hold, or one that would carry the
      *account past its credit limit - the subledger balance, plus
      *what has already been charged today, plus this charge - is
      *pulled for manager review instead of going straight through;
      *a record coming back with the manager's approval has already
      *had that decision made. A charge with no account on the
      *master to carry it is rejected. A staff purchase carries an
      *employee number, not an account, so it has no limit to
      *check. Everything else, and every record when there is no
      *customer master on hand, passes straight through.
       278-check-credit-limit.

           if (il-pay-type not = ws-con-pay-type-ON)
               or ((il-trans-code not = ws-con-trns-code-S)
                   and (il-trans-code not = ws-con-trns-code-L))
               or (il-reason-code = ws-con-staff-purchase)
               or (ws-cust-tbl-cnt = 0) then

               perform 279-check-tax-exemption

           else

               move il-cust-num to ws-cust-check-num
               perform 239-search-customer-table

               if (ws-cust-found-flag not = "Y") then

                   perform 300-invalid-record

               else

                   compute ws-credit-exposure
                       = ws-cust-tbl-balance(ws-cust-match-idx)
                       + ws-cust-tbl-today(ws-cust-match-idx)
                       + il-trans-amt

                   if (ws-cust-tbl-status(ws-cust-match-idx)
                       = ws-con-acct-status-closed) then

                       perform 300-invalid-record

                   else
                   if (ws-approved-mode not = "Y")
                       and ((ws-cust-tbl-status(ws-cust-match-idx)
                               = ws-con-acct-status-hold)
                           or (ws-credit-exposure
                               > ws-cust-tbl-limit
                                   (ws-cust-match-idx)))
                       then

                       perform 310-review-record

                   else

                       perform 279-check-tax-exemption

                   end-if
                   end-if

               end-if

           end-if.

      *A Sale or Layaway the register rang tax-free is marked EX in
      *the reason-code field, and Program3 will collect no tax on
      *it - so the customer has to be on the master as tax-exempt
      *with a certificate still in force on the sale date. A claim
      *by a walk-in, by a customer with no certificate, or on a
      *lapsed certificate is rejected so the tax can be put back
      *before the sale posts. Everything else, and every record
      *when there is no customer master on hand, passes straight
      *through.
       279-check-tax-exemption.

           if ((il-trans-code not = ws-con-trns-code-S)
                   and (il-trans-code not = ws-con-trns-code-L))
               or (il-reason-code not = ws-con-exempt-claim)
               or (ws-cust-tbl-cnt = 0) then

               perform 280-check-return-invoice

           else

               move il-cust-num to ws-cust-check-num
               perform 239-search-customer-table

               if (ws-cust-found-flag not = "Y") then

                   perform 300-invalid-record

               else
               if (ws-cust-tbl-exempt(ws-cust-match-idx)
                       not = ws-con-exempt-yes)
                   or (ws-cust-tbl-cert-expiry(ws-cust-match-idx)
                       < il-trans-date) then

                   perform 300-invalid-record

               else

                   perform 280-check-return-invoice

               end-if
               end-if

           end-if.


           write valid-line from input-line.

           if (il-pay-type = ws-con-pay-type-ON)
               and ((il-trans-code = ws-con-trns-code-S)
                   or (il-trans-code = ws-con-trns-code-L))
               and (il-reason-code not = ws-con-staff-purchase)
               and (ws-cust-tbl-cnt > 0) then

               perform 355-add-account-charge

           end-if.

           if (il-pay-type = ws-con-pay-type-PT)
               and ((il-trans-code = ws-con-trns-code-S)
                   or (il-trans-code = ws-con-trns-code-L))
               and (il-reason-code not = ws-con-staff-purchase)
               and (ws-cust-tbl-cnt > 0) then

               perform 356-add-points-spent

           end-if.

           if (il-trans-code = ws-con-trns-code-S)
               and (il-reason-code = ws-con-staff-purchase) then

               perform 357-log-staff-purchase

           end-if.

           if (il-trans-code = ws-con-trns-code-Q) then

               perform 358-add-special-order

           end-if.

           if (il-trans-code = ws-con-trns-code-K) then

               perform 359-mark-special-order-pickup

           end-if.

           move bh-batch-date to th-batch-date.
           move bh-run-id     to th-run-id.
           move input-line    to th-input-portion.

           end-if.

      *Carry a house-account charge that made it to valid.out onto
      *the account's running total for today, so the next charge on
      *the same account is checked against everything already let
      *through.
       355-add-account-charge.

           move il-cust-num to ws-cust-check-num.
           perform 239-search-customer-table.

           if (ws-cust-found-flag = "Y") then
               add il-trans-amt to ws-cust-tbl-today(ws-cust-match-idx)
           end-if.

      *Points spent on a PT tender let through today come off what
      *the customer has left to spend on the rest of the run.
       356-add-points-spent.

           move il-cust-num to ws-cust-check-num.
           perform 239-search-customer-table.

           if (ws-cust-found-flag = "Y") then

               move il-trans-amt to ws-points-amt
               perform 281-compute-points-needed
               add ws-points-needed
                   to ws-cust-tbl-pts-today(ws-cust-match-idx)

           end-if.

      *A special-order deposit let through today opens its order
      *for the rest of the run, so a pickup later in the same feed
      *can find it.
       358-add-special-order.

           add 1 to ws-sord-tbl-cnt.
           set ws-sord-idx to ws-sord-tbl-cnt.

           move il-invoice-number to ws-sord-tbl-invoice(ws-sord-idx).
           move il-cust-num       to ws-sord-tbl-cust(ws-sord-idx).
           move il-sku-code       to ws-sord-tbl-sku(ws-sord-idx).
           move il-quantity       to ws-sord-tbl-qty(ws-sord-idx).
           move il-unit-price     to ws-sord-tbl-price(ws-sord-idx).
           move il-trans-amt      to ws-sord-tbl-deposit(ws-sord-idx).
           move "N"               to ws-sord-tbl-picked(ws-sord-idx).

      *A pickup let through today closes its order for the rest of
      *the run.
       359-mark-special-order-pickup.

           move il-invoice-number to ws-sord-check-invoice.
           perform 298-search-special-order-table.

           if (ws-sord-found-flag = "Y") then
               move "Y" to ws-sord-tbl-picked(ws-sord-match-idx)
           end-if.

      *Log a staff purchase with the regular price of what was
      *bought - the listed price times the quantity - and the
      *discount that came off it. An item with no listed price is
      *logged at what was paid, with no discount.
       357-log-staff-purchase.

           move il-store-num  to ws-price-check-store.
           move il-sku-code   to ws-price-check-sku.
           move il-trans-date to ws-price-check-date.
           move 0 to ws-sdisc-rate.
           perform 292-compute-staff-floor-price.

           if (ws-sdisc-priced-flag = "Y") then
               compute ws-sdisc-regular-amt
                   = ws-price-check-amt * il-quantity
           else
               move il-trans-amt to ws-sdisc-regular-amt
           end-if.

           if (ws-sdisc-regular-amt < il-trans-amt) then
               move il-trans-amt to ws-sdisc-regular-amt
           end-if.

           move bh-batch-date     to sp-batch-date.
           move bh-run-id         to sp-run-id.
           move il-cust-num       to sp-emp-num.
           move il-store-num      to sp-store-num.
           move il-invoice-number to sp-invoice-number.
           move il-sku-code       to sp-sku-code.
           move il-trans-date     to sp-trans-date.
           move il-cashier-id     to sp-cashier-id.
           move il-quantity       to sp-quantity.
           move il-trans-amt      to sp-trans-amt.
           move ws-sdisc-regular-amt to sp-regular-amt.
           compute sp-discount-amt
               = ws-sdisc-regular-amt - il-trans-amt.

           write sp-record.

      *Write the total record counts to each file.
       370-write-total-record-counts.

           move ws-err-chk-store-closed to ed-err-store-closed.
           move ws-err-chk-cust-num     to ed-err-cust-num.
           move ws-err-chk-acct-cust    to ed-err-acct-cust.
           move ws-err-chk-acct-closed  to ed-err-acct-closed.
           move ws-err-chk-exempt-cert  to ed-err-exempt-cert.
           move ws-err-chk-points-short to ed-err-points-short.
           move ws-err-chk-paid-out     to ed-err-paid-out.
           move ws-err-chk-cashier-termed to ed-err-cashier-termed.
           move ws-err-chk-cashier-away to ed-err-cashier-away.
           move ws-err-chk-staff-purchase to ed-err-staff-purchase.
           move ws-err-chk-trans-time   to ed-err-trans-time.
           move ws-err-chk-special-order to ed-err-special-order.

           write ed-record.


           end-if.

           if (ws-err-chk-trans-time = "Y")

               write error-out from ws-ems-trans-time
               move "N" to ws-err-chk-trans-time

           end-if.

           if (ws-err-chk-cashier-id = "Y")

               write error-out from ws-ems-cashier-id

           end-if.

           if (ws-err-chk-acct-closed = "Y")

               write error-out from ws-ems-acct-closed
               move "N" to ws-err-chk-acct-closed

           end-if.

           if (ws-err-chk-exempt-cert = "Y")

               write error-out from ws-ems-exempt-cert
               move "N" to ws-err-chk-exempt-cert

           end-if.

           if (ws-err-chk-points-short = "Y")

               write error-out from ws-ems-points-short
               move "N" to ws-err-chk-points-short

           end-if.

           if (ws-err-chk-paid-out = "Y")

               write error-out from ws-ems-paid-out
               move "N" to ws-err-chk-paid-out

           end-if.

           if (ws-err-chk-cashier-termed = "Y")

               write error-out from ws-ems-cashier-termed
               move "N" to ws-err-chk-cashier-termed

           end-if.

           if (ws-err-chk-cashier-away = "Y")

               write error-out from ws-ems-cashier-away
               move "N" to ws-err-chk-cashier-away

           end-if.

           if (ws-err-chk-staff-purchase = "Y")

               write error-out from ws-ems-staff-purchase
               move "N" to ws-err-chk-staff-purchase

           end-if.

           if (ws-err-chk-special-order = "Y")

               write error-out from ws-ems-special-order
               move "N" to ws-err-chk-special-order

           end-if.

      *Start to list the problems with this record.
       500-list-mistakes-with-record.

           perform 570-error-sku-number.
           perform 573-error-adjust-indicator.
           perform 575-error-trans-date.
           perform 576-error-trans-time.
           perform 577-error-cashier-id.
           perform 578-error-cust-num.
           perform 579-error-store-closed.
           perform 581-error-account-customer.
           perform 582-error-account-closed.
           perform 583-error-exempt-cert.
           perform 584-error-points-short.
           perform 585-error-paid-out.
           perform 586-error-cashier-status.
           perform 587-error-staff-purchase.
           perform 588-error-special-order.

      *Check if the transaction code is wrong
       510-error-trans-code.
               ei-trans-code not equal ws-con-trns-code-V  and
               ei-trans-code not equal ws-con-trns-code-X  and
               ei-trans-code not equal ws-con-trns-code-A  and
               ei-trans-code not equal ws-con-trns-code-P  and
               ei-trans-code not equal ws-con-trns-code-O  and
               ei-trans-code not equal ws-con-trns-code-Q  and
               ei-trans-code not equal ws-con-trns-code-K) then

               move ws-con-error-star to ws-erstrs-trans-code
               move "Y" to ws-err-chk-trans-code
               ei-pay-type not equal ws-con-pay-type-CR    and
               ei-pay-type not equal ws-con-pay-type-DB    and
               ei-pay-type not equal ws-con-pay-type-GC    and
               ei-pay-type not equal ws-con-pay-type-ON    and
               ei-pay-type not equal ws-con-pay-type-PT)   then

               move ws-con-error-star to ws-erstrs-pay-type
               move "Y" to ws-err-chk-pay-type

           end-if.

      *Check if the transaction time isn't a real hhmm time
       576-error-trans-time.

           if (ei-trans-time is not numeric) then

               move ws-con-error-star to ws-erstrs-trans-time
               move "Y" to ws-err-chk-trans-time

           else

               move ei-trans-time to ws-time-check

               if (ws-tmc-hh > 23) or (ws-tmc-mm > 59) then

                   move ws-con-error-star to ws-erstrs-trans-time
                   move "Y" to ws-err-chk-trans-time

               end-if

           end-if.

      *Check if the cashier id is non-numeric or not on the employee
      *master. With no master on hand the check never fired, so
      *nothing is flagged here either.
       578-error-cust-num.

           if (ws-cust-tbl-cnt = 0)
               or (ei-reason-code = ws-con-staff-purchase)
               or (ei-cust-num(1:6) = spaces)
               or (ei-cust-num(1:6) = "000000") then

       581-error-account-customer.

           if ((ei-pay-type = ws-con-pay-type-ON)
               or (ei-pay-type = ws-con-pay-type-PT)
               or (ei-trans-code = ws-con-trns-code-P))
               and ((ei-cust-num(1:6) = spaces)
                   or (ei-cust-num(1:6) = "000000")) then

           end-if.

      *Check if a house-account charge was made against an account
      *the customer master has closed.
       582-error-account-closed.

           if (ei-pay-type = ws-con-pay-type-ON)
               and ((ei-trans-code = ws-con-trns-code-S)
                   or (ei-trans-code = ws-con-trns-code-L))
               and (ei-cust-num is numeric) then

               move ei-cust-num to ws-cust-check-num
               perform 239-search-customer-table

               if (ws-cust-found-flag = "Y")
                   and (ws-cust-tbl-status(ws-cust-match-idx)
                       = ws-con-acct-status-closed) then

                   move ws-con-error-star to ws-erstrs-cust-num
                   move "Y" to ws-err-chk-acct-closed

               end-if

           end-if.

      *Check if a Sale or Layaway rung tax-free has no exemption
      *certificate behind it on the sale date.
       583-error-exempt-cert.

           if ((ei-trans-code = ws-con-trns-code-S)
                   or (ei-trans-code = ws-con-trns-code-L))
               and (ei-reason-code = ws-con-exempt-claim)
               and (ws-cust-tbl-cnt > 0) then

               move "N" to ws-cust-found-flag

               if (ei-cust-num is numeric) then
                   move ei-cust-num to ws-cust-check-num
                   perform 239-search-customer-table
               end-if

               if (ws-cust-found-flag not = "Y") then

                   move ws-con-error-star to ws-erstrs-adj-ind
                   move "Y" to ws-err-chk-exempt-cert

               else
               if (ws-cust-tbl-exempt(ws-cust-match-idx)
                       not = ws-con-exempt-yes)
                   or (ws-cust-tbl-cert-expiry(ws-cust-match-idx)
                       < ei-trans-date) then

                   move ws-con-error-star to ws-erstrs-adj-ind
                   move "Y" to ws-err-chk-exempt-cert

               end-if
               end-if

           end-if.

      *Check if a PT-tendered Sale or Layaway costs more points than
      *the customer has left to spend.
       584-error-points-short.

           if (ei-pay-type = ws-con-pay-type-PT)
               and ((ei-trans-code = ws-con-trns-code-S)
                   or (ei-trans-code = ws-con-trns-code-L))
               and (ei-cust-num is numeric)
               and (ei-trans-amt is numeric)
               and (ws-cust-tbl-cnt > 0) then

               move ei-cust-num to ws-cust-check-num
               perform 239-search-customer-table

               if (ws-cust-found-flag = "Y") then

                   move ei-trans-amt to ws-points-amt
                   perform 281-compute-points-needed

                   compute ws-points-available
                       = ws-cust-tbl-points(ws-cust-match-idx)
                       - ws-cust-tbl-pts-today(ws-cust-match-idx)

                   if (ws-points-needed > ws-points-available) then

                       move ws-con-error-star to ws-erstrs-pay-type
                       move "Y" to ws-err-chk-points-short

                   end-if

               end-if

           end-if.

      *Check if a paid-out is tendered other than cash, or names an
      *expense category that isn't on the category file.
       585-error-paid-out.

           if (ei-trans-code = ws-con-trns-code-O) then

               if (ei-pay-type not = ws-con-pay-type-CA) then

                   move ws-con-error-star to ws-erstrs-pay-type
                   move "Y" to ws-err-chk-paid-out

               end-if

               if (ws-pocat-tbl-cnt > 0) then

                   move ei-reason-code to ws-pocat-check-code
                   perform 283-search-paid-out-table

                   if (ws-pocat-found-flag not = "Y") then

                       move ws-con-error-star to ws-erstrs-adj-ind
                       move "Y" to ws-err-chk-paid-out

                   end-if

               end-if

           end-if.

      *Check if a staff purchase isn't a Sale, names no current
      *employee whose role carries a discount, or took more off
      *than the policy allows.
       587-error-staff-purchase.

           if (ei-reason-code = ws-con-staff-purchase) then

               move "N" to ws-sdisc-found-flag

               if (ei-trans-code = ws-con-trns-code-S)
                   and (ws-emp-tbl-cnt > 0)
                   and (ws-sdisc-tbl-cnt > 0)
                   and (ei-cust-num is numeric)
                   and (ei-trans-date is numeric) then

                   move ei-cust-num   to ws-sdisc-check-emp
                   move ei-trans-date to ws-emp-check-date
                   perform 289-find-staff-discount-rate

               end-if

               if (ws-sdisc-found-flag not = "Y") then

                   move ws-con-error-star to ws-erstrs-cust-num
                   move "Y" to ws-err-chk-staff-purchase

               else
               if (ei-unit-price is numeric)
                   and (ei-store-num is numeric) then

                   move ei-store-num  to ws-price-check-store
                   move ei-sku-code   to ws-price-check-sku
                   move ei-trans-date to ws-price-check-date
                   perform 292-compute-staff-floor-price

                   if (ws-sdisc-priced-flag = "Y")
                       and (ei-unit-price < ws-sdisc-floor-price) then
                       move ws-con-error-star to ws-erstrs-cust-num
                       move "Y" to ws-err-chk-staff-purchase
                   end-if

               end-if
               end-if

           end-if.

      *Check if a special-order deposit or pickup is tendered other
      *than in cash, credit or debit, names no customer, or doesn't
      *tie to its order - a deposit reusing an open order number or
      *outside the order's price, a pickup of an order that isn't
      *open or whose balance and deposit don't come to the price.
       588-error-special-order.

           if (ei-trans-code = ws-con-trns-code-Q)
               or (ei-trans-code = ws-con-trns-code-K) then

               if (ei-pay-type not = ws-con-pay-type-CA)
                   and (ei-pay-type not = ws-con-pay-type-CR)
                   and (ei-pay-type not = ws-con-pay-type-DB) then

                   move ws-con-error-star to ws-erstrs-pay-type
                   move "Y" to ws-err-chk-special-order

               end-if

               if (ei-cust-num(1:6) = spaces)
                   or (ei-cust-num(1:6) = "000000") then

                   move ws-con-error-star to ws-erstrs-cust-num
                   move "Y" to ws-err-chk-special-order

               end-if

               if (ei-trans-amt is numeric)
                   and (ei-quantity is numeric)
                   and (ei-unit-price is numeric) then

                   compute ws-sord-full-price
                       = ei-quantity * ei-unit-price

                   move ei-invoice-number to ws-sord-check-invoice
                   perform 298-search-special-order-table

                   if (ei-trans-code = ws-con-trns-code-Q) then

                       if (ei-trans-amt = 0)
                           or (ei-trans-amt > ws-sord-full-price)
                           or (ws-sord-found-flag = "Y") then

                           move ws-con-error-star
                               to ws-erstrs-inv-number
                           move "Y" to ws-err-chk-special-order

                       end-if

                   else

                       if (ws-sord-found-flag not = "Y") then

                           move ws-con-error-star
                               to ws-erstrs-inv-number
                           move "Y" to ws-err-chk-special-order

                       else
                       if (ei-trans-amt > ws-sord-full-price)
                           or (ws-sord-full-price - ei-trans-amt
                               not = ws-sord-tbl-deposit
                                   (ws-sord-match-idx)) then

                           move ws-con-error-star
                               to ws-erstrs-inv-number
                           move "Y" to ws-err-chk-special-order

                       end-if
                       end-if

                   end-if

               end-if

           end-if.

      *Check if a known cashier wasn't employed on the transaction
      *date, or rang away from home with no transfer on file. An
      *unknown or non-numeric cashier is already flagged at 577.
       586-error-cashier-status.

           if (ws-emp-tbl-cnt > 0)
               and (ei-cashier-id is numeric)
               and (ei-store-num is numeric)
               and (ei-trans-date is numeric) then

               move ei-cashier-id to ws-emp-check-num
               move ei-store-num  to ws-emp-check-store
               move ei-trans-date to ws-emp-check-date
               perform 233-search-employee-table
               perform 286-evaluate-cashier-status

               if (ws-emp-termed-flag = "Y") then

                   move ws-con-error-star to ws-erstrs-cashier-id
                   move "Y" to ws-err-chk-cashier-termed

               end-if

               if (ws-emp-away-flag = "Y") then

                   move ws-con-error-star to ws-erstrs-cashier-id
                   move ws-con-error-star to ws-erstrs-store-num
                   move "Y" to ws-err-chk-cashier-away

               end-if

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.
       999-close-files.
           close input-file valid-file error-file
           error-report review-file error-diagnosis-file
           orphan-returns-file sku-warning-file history-file
           staff-purchase-file.

           if (ws-invmst-open-flag = "Y") then
               close invoice-master-file
           end-if.
        

       end program Program1.
