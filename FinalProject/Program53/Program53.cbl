       identification division.
       program-id. Program53.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Year-to-date employee purchase report. Totals every
      *         staff purchase Program1 has logged this calendar
      *         year by employee - what they paid, what it would
      *         have cost at the regular price, and the discount
      *         they took - nets back out any staff purchase that
      *         was later returned, and holds the total against the
      *         annual cap on the employee's role in the discount
      *         policy. An employee over the cap is flagged, and
      *         the share of their discount taken on purchases past
      *         the cap is worked out as a taxable benefit and
      *         written to a fixed-layout extract for the payroll
      *         service, the same way Program27 hands it the
      *         commissions.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Employee purchase log - one line per staff purchase Program1
      *validated, with the regular price and the discount taken.
           select staff-purchase-file
               assign to
               "../../../../Program1/data/employee-purchases.dat"
               organization is line sequential
               file status is ws-spur-status.

      *Transaction history archive - the returns are picked out of
      *here and matched back to the staff purchase they reverse.
           select history-file
               assign to
               "../../../../Program1/data/transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

      *Employee master reference file - names, roles and home
      *stores.
           select employee-master-file
               assign to
               "../../../../Program1/data/employee-master.dat"
               organization is line sequential
               file status is ws-empmst-status.

      *Staff discount policy - the same file Program1 prices staff
      *purchases from; the annual cap per role comes from here.
           select staff-discount-file
               assign to
               "../../../../Program1/data/staff-discount-policy.dat"
               organization is line sequential
               file status is ws-sdisc-status.

      *Output file declaration
           select report-file
               assign to "../../../data/employee-purchase-report.out"
               organization is line sequential.

      *Fixed-layout taxable benefit extract for the payroll
      *service's import - one record per employee over the cap.
           select benefit-file
               assign to "../../../data/employee-benefit.dat"
               organization is line sequential.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here so every program downstream can stamp
      *the same pair on its own output.
           select run-id-file
               assign to "../../../../Program1/data/run-id.dat"
               organization is line sequential
               file status is ws-runid-status.

      *Run-history audit file - every program in the chain appends
      *one completion record here.
           select run-history-file
               assign to "../../../../Program1/data/run-history.dat"
               organization is line sequential
               file status is ws-runhist-status.

       data division.
       file section.

      *Define the employee purchase log record - same shape Program1
      *writes.
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
           05 sp-trans-year redefines sp-trans-date.
               10 sp-trans-yy                  pic 99.
               10 filler                       pic 9(4).
           05 sp-cashier-id                    pic 9(4).
           05 sp-quantity                      pic 9(3).
           05 sp-trans-amt                     pic 9(5)v99.
           05 sp-regular-amt                   pic 9(7)v99.
           05 sp-discount-amt                  pic 9(7)v99.

      *Define the transaction history record - the batch date and
      *run id that processed the record, then the record itself.
       fd history-file
           data record is th-record
           record contains 82 characters.

       01 th-record.
           05 th-batch-date                    pic 9(6).
           05 th-run-id                        pic 9(8).
           05 th-input-portion.
               10 th-trans-code                pic x.
               10 th-trans-amt                 pic 9(5)v99.
               10 th-pay-type                  pic xx.
               10 th-store-num                 pic 99.
               10 th-invoice-number            pic x(9).
               10 th-sku-code                  pic x(15).
               10 th-reason-code               pic xx.
               10 th-trans-date                pic 9(6).
               10 th-trans-year redefines th-trans-date.
                   15 th-trans-yy              pic 99.
                   15 filler                   pic 9(4).
               10 th-cashier-id                pic 9(4).
               10 th-cust-num                  pic 9(6).
               10 th-quantity                  pic 9(3).
               10 th-unit-price                pic 9(5)v99.
               10 th-trans-time                pic 9(4).

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

      *Define the staff discount policy record - same shape Program1
      *reads.
       fd staff-discount-file
           data record is sd-record-in
           record contains 14 characters.

       01 sd-record-in.
           05 sd-role-in                       pic xx.
           05 sd-rate-in                       pic 9v999.
           05 sd-annual-cap-in                 pic 9(6)v99.

      *Define the output file
       fd report-file
           data record is report-line
           record contains 120 characters.

       01 report-line                          pic x(120).

      *Define the taxable benefit extract record.
       fd benefit-file
           data record is eb-record
           record contains 53 characters.

       01 eb-record.
           05 eb-emp-num                       pic 9(4).
           05 eb-batch-date                    pic 9(6).
           05 eb-ytd-purchases                 pic 9(8)v99.
           05 eb-ytd-discount                  pic 9(7)v99.
           05 eb-annual-cap                    pic 9(6)v99.
           05 eb-taxable-benefit               pic 9(7)v99.
           05 eb-role                          pic xx.
           05 eb-home-store                    pic 99.
           05 eb-purchase-count                pic 9(3).

      *Define the run-id record - today's batch date plus a
      *time-of-day run id.
       fd run-id-file
           data record is ri-record
           record contains 14 characters.

       01 ri-record.
           05 ri-batch-date                    pic 9(6).
           05 ri-run-id                        pic 9(8).

      *Declare the run-history record.
       fd run-history-file
           data record is rh-record
           record contains 56 characters.

       01 rh-record.
           05 rh-program-id                    pic x(10).
           05 rh-batch-date                    pic 9(6).
           05 rh-run-id                        pic 9(8).
           05 rh-start-time                    pic 9(8).
           05 rh-end-time                      pic 9(8).
           05 rh-records-read                  pic 9(6).
           05 rh-records-written               pic 9(6).
           05 rh-return-code                   pic 9(4).

       working-storage section.

       77 ws-eof-flag                          pic x
           value "N".

       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-spur-status                       pic xx
           value "00".
       77 ws-hist-status                       pic xx
           value "00".
       77 ws-empmst-status                     pic xx
           value "00".
       77 ws-sdisc-status                      pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-emp-eof-flag                      pic x
           value "N".
       77 ws-sdisc-eof-flag                    pic x
           value "N".

      *The calendar year being reported - the year of the batch
      *date.
       01 ws-batch-date                        pic 9(6)
           value 0.
       01 ws-batch-date-parts redefines ws-batch-date.
           05 ws-batch-yy                      pic 99.
           05 ws-batch-mmdd                    pic 9(4).

       01 ws-con-return-code                   pic x
           value "R".

      *The staff discount policy - each role's annual cap.
       01 ws-sdisc-tbl-cnt                     pic 99
           value 0.

       01 ws-sdisc-tbl.
           05 ws-sdisc-tbl-entry               occurs 20 times
                   indexed by ws-sdisc-idx.
               10 ws-sdisc-tbl-role             pic xx.
               10 ws-sdisc-tbl-cap              pic 9(6)v99.

       77 ws-sdisc-check-role                  pic xx
           value spaces.
       77 ws-sdisc-found-flag                  pic x
           value "N".
       77 ws-sdisc-match-idx                   pic 99
           value 0.

      *The employees, seeded from the employee master in file
      *order, each with their running year-to-date figures. An
      *employee on a purchase but no longer on the master is added
      *as they turn up.
       01 ws-emp-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-emp-tbl.
           05 ws-emp-tbl-entry                 occurs 1000 times
                   indexed by ws-emp-idx.
               10 ws-emp-tbl-num                pic 9(4).
               10 ws-emp-tbl-name               pic x(20).
               10 ws-emp-tbl-role               pic xx.
               10 ws-emp-tbl-home-store         pic 99.
               10 ws-emp-tbl-count              pic 9(3).
               10 ws-emp-tbl-paid-amt           pic s9(8)v99.
               10 ws-emp-tbl-regular-amt        pic s9(8)v99.
               10 ws-emp-tbl-discount-amt       pic s9(7)v99.

       77 ws-emp-check-num                     pic 9(4)
           value 0.
       77 ws-emp-found-flag                    pic x
           value "N".
       77 ws-emp-match-idx                     pic 9(4)
           value 0.

      *This year's staff purchases, kept so a return can be matched
      *back to the purchase it reverses by store, invoice and SKU.
       01 ws-pur-tbl-cnt                       pic 9(5)
           value 0.

       01 ws-pur-tbl.
           05 ws-pur-tbl-entry                 occurs 5000 times
                   indexed by ws-pur-idx.
               10 ws-pur-tbl-store              pic 99.
               10 ws-pur-tbl-invoice            pic x(9).
               10 ws-pur-tbl-sku                pic x(15).
               10 ws-pur-tbl-emp-idx            pic 9(4).
               10 ws-pur-tbl-paid-amt           pic 9(5)v99.
               10 ws-pur-tbl-regular-amt        pic 9(7)v99.
               10 ws-pur-tbl-discount-amt       pic 9(7)v99.
               10 ws-pur-tbl-returned-amt       pic 9(5)v99.

       77 ws-pur-found-flag                    pic x
           value "N".
       77 ws-pur-match-idx                     pic 9(5)
           value 0.

      *Return-matching working fields - the part of the return not
      *already netted against the purchase, and the regular price
      *and discount that share of the purchase carried.
       01 ws-ret-amt                           pic 9(5)v99
           value 0.
       01 ws-ret-regular-amt                   pic 9(7)v99
           value 0.
       01 ws-ret-discount-amt                  pic 9(7)v99
           value 0.

      *Per-employee cap working fields.
       01 ws-calc-cap                          pic 9(6)v99
           value 0.
       01 ws-calc-paid-amt                     pic 9(8)v99
           value 0.
       01 ws-calc-regular-amt                  pic 9(8)v99
           value 0.
       01 ws-calc-discount-amt                 pic 9(7)v99
           value 0.
       01 ws-calc-taxable-amt                  pic 9(7)v99
           value 0.
       77 ws-calc-over-cap-flag                pic x
           value "N".

       77 ws-cnt-purchases-read                pic 9(6)
           value 0.
       77 ws-cnt-returns-matched               pic 9(6)
           value 0.
       77 ws-cnt-employees                     pic 9(6)
           value 0.
       77 ws-cnt-over-cap                      pic 9(6)
           value 0.
       77 ws-cnt-lines-written                 pic 9(6)
           value 0.

       01 ws-total-paid-amt                    pic 9(9)v99
           value 0.
       01 ws-total-regular-amt                 pic 9(9)v99
           value 0.
       01 ws-total-discount-amt                pic 9(9)v99
           value 0.
       01 ws-total-taxable-amt                 pic 9(9)v99
           value 0.

       01 ws-report-header.
           05 filler                           pic x(30).
           05 filler                           pic x(40)
               value "YEAR-TO-DATE EMPLOYEE PURCHASE REPORT".

       01 ws-column-headers1.
           05 filler                           pic x
               value space.
           05 filler                           pic x(4)
               value "EMP.".
           05 filler                           pic x(2).
           05 filler                           pic x(4)
               value "NAME".
           05 filler                           pic x(17).
           05 filler                           pic x(4)
               value "ROLE".
           05 filler                           pic x(1).
           05 filler                           pic x(3)
               value "STR".
           05 filler                           pic x(1).
           05 filler                           pic x(3)
               value "QTY".
           05 filler                           pic x(2).
           05 filler                           pic x(9)
               value "PURCHASES".
           05 filler                           pic x(5).
           05 filler                           pic x(7)
               value "REGULAR".
           05 filler                           pic x(4).
           05 filler                           pic x(8)
               value "DISCOUNT".
           05 filler                           pic x(6).
           05 filler                           pic x(3)
               value "CAP".
           05 filler                           pic x(2).
           05 filler                           pic x(4)
               value "FLAG".
           05 filler                           pic x(8).
           05 filler                           pic x(7)
               value "TAXABLE".

       01 ws-detail-line.
           05 filler                           pic x
               value space.
           05 ws-dl-emp-num                    pic 9(4).
           05 filler                           pic x(2).
           05 ws-dl-emp-name                   pic x(20).
           05 filler                           pic x(2).
           05 ws-dl-role                       pic xx.
           05 filler                           pic x(2).
           05 ws-dl-home-store                 pic 99.
           05 filler                           pic x(2).
           05 ws-dl-count                      pic zz9.
           05 filler                           pic x(1).
           05 ws-dl-paid-amt                   pic $$$,$$9.99-.
           05 filler                           pic x(1).
           05 ws-dl-regular-amt                pic $$$,$$9.99-.
           05 filler                           pic x(1).
           05 ws-dl-discount-amt               pic $$$,$$9.99-.
           05 filler                           pic x(1).
           05 ws-dl-cap                        pic $$$,$$9.
           05 filler                           pic x(2).
           05 ws-dl-flag                       pic x(8).
           05 filler                           pic x(1).
           05 ws-dl-taxable-amt                pic $$$,$$9.99.

       01 ws-con-over-cap-text                 pic x(8)
           value "OVER CAP".

       01 ws-trailer-employees.
           05 filler                           pic x(30)
               value "EMPLOYEES WITH PURCHASES:     ".
           05 ws-te-count                      pic zzz,zz9.

       01 ws-trailer-over-cap.
           05 filler                           pic x(30)
               value "EMPLOYEES OVER ANNUAL CAP:    ".
           05 ws-to-count                      pic zzz,zz9.

       01 ws-trailer-returns.
           05 filler                           pic x(30)
               value "STAFF RETURNS NETTED OUT:     ".
           05 ws-tr-count                      pic zzz,zz9.

       01 ws-trailer-paid.
           05 filler                           pic x(30)
               value "TOTAL PAID BY EMPLOYEES:      ".
           05 ws-tp-amount                     pic $$$,$$$,$$9.99.

       01 ws-trailer-regular.
           05 filler                           pic x(30)
               value "TOTAL AT REGULAR PRICE:       ".
           05 ws-tg-amount                     pic $$$,$$$,$$9.99.

       01 ws-trailer-discount.
           05 filler                           pic x(30)
               value "TOTAL STAFF DISCOUNT:         ".
           05 ws-td-amount                     pic $$$,$$$,$$9.99.

       01 ws-trailer-taxable.
           05 filler                           pic x(30)
               value "TOTAL TAXABLE BENEFIT:        ".
           05 ws-tx-amount                     pic $$$,$$$,$$9.99.

      *The batch-date/run-id header stamped at the front of every
      *output file this program writes, read back from Program1's
      *run-id.dat so every file from one run carries a matching
      *header no matter which program produced it.
       01 ws-batch-header-line.
           05 filler                           pic x(11)
               value "BATCH DATE:".
           05 bh-batch-date                    pic 9(6).
           05 filler                           pic x(4)
               value spaces.
           05 filler                           pic x(8)
               value "RUN ID: ".
           05 bh-run-id                        pic 9(8).

       procedure division.
       000-main.

           accept ws-rh-start-time from time.
           move 0 to return-code.

           perform 100-open-files.
           perform 200-tally-purchases.
           perform 300-net-out-returns.
           perform 400-write-employee-lines.
           perform 500-write-totals.
           perform 990-write-run-history.
           perform 999-close-files.

           goback.

      *Load the reference tables and write the report headers.
       100-open-files.

           perform 105-load-run-id.
           perform 110-load-discount-policy.
           perform 120-load-employee-master.

           open output report-file benefit-file.

           write report-line from ws-batch-header-line.
           write report-line from ws-report-header.
           write report-line from spaces.
           write report-line from ws-column-headers1.
           write report-line from spaces.

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the header at zeros rather
      *than aborting.
       105-load-run-id.

           move 0 to bh-batch-date.
           move 0 to bh-run-id.

           open input run-id-file.

           if (ws-runid-status = "00") then

               read run-id-file
                   not at end move ri-batch-date to bh-batch-date
                        move ri-run-id     to bh-run-id
               end-read

               close run-id-file

           end-if.

           move bh-batch-date to ws-batch-date.

      *Load each role's annual cap. A missing file leaves every cap
      *at zero, so every discount taken counts as taxable.
       110-load-discount-policy.

           open input staff-discount-file.

           if (ws-sdisc-status = "00") then

               read staff-discount-file
                   at end move "Y" to ws-sdisc-eof-flag
               end-read

               perform 115-load-discount-entry
                   until ws-sdisc-eof-flag = "Y"

               close staff-discount-file

           end-if.

       115-load-discount-entry.

           if (ws-sdisc-tbl-cnt < 20) then

               add 1 to ws-sdisc-tbl-cnt
               set ws-sdisc-idx to ws-sdisc-tbl-cnt

               move sd-role-in       to ws-sdisc-tbl-role(ws-sdisc-idx)
               move sd-annual-cap-in to ws-sdisc-tbl-cap(ws-sdisc-idx)

           end-if.

           read staff-discount-file
               at end move "Y" to ws-sdisc-eof-flag.

      *Seed the employee table off the employee master, so the
      *report comes out in employee-master order.
       120-load-employee-master.

           open input employee-master-file.

           if (ws-empmst-status = "00") then

               read employee-master-file
                   at end move "Y" to ws-emp-eof-flag
               end-read

               perform 125-load-employee-entry
                   until ws-emp-eof-flag = "Y"

               close employee-master-file

           end-if.

       125-load-employee-entry.

           move em-in-emp-num to ws-emp-check-num.
           perform 320-add-employee-entry.

           if (ws-emp-found-flag = "Y") then

               move em-in-emp-name
                   to ws-emp-tbl-name(ws-emp-idx)
               move em-in-role
                   to ws-emp-tbl-role(ws-emp-idx)
               move em-in-home-store
                   to ws-emp-tbl-home-store(ws-emp-idx)

           end-if.

           read employee-master-file
               at end move "Y" to ws-emp-eof-flag.

      *Read the employee purchase log and add each of this year's
      *purchases to the employee who made it. A missing log just
      *means no staff purchases yet.
       200-tally-purchases.

           move "N" to ws-eof-flag.

           open input staff-purchase-file.

           if (ws-spur-status = "00") then

               read staff-purchase-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 210-tally-one-purchase
                   until ws-eof-flag = "Y"

               close staff-purchase-file

           end-if.

       210-tally-one-purchase.

           if (sp-trans-yy = ws-batch-yy) then

               add 1 to ws-cnt-purchases-read

               move sp-emp-num to ws-emp-check-num
               perform 310-locate-employee

               if (ws-emp-found-flag = "Y") then

                   add 1 to ws-emp-tbl-count(ws-emp-idx)
                   add sp-trans-amt
                       to ws-emp-tbl-paid-amt(ws-emp-idx)
                   add sp-regular-amt
                       to ws-emp-tbl-regular-amt(ws-emp-idx)
                   add sp-discount-amt
                       to ws-emp-tbl-discount-amt(ws-emp-idx)

                   perform 220-keep-purchase

               end-if

           end-if.

           read staff-purchase-file
               at end move "Y" to ws-eof-flag.

      *Keep the purchase for matching returns against. Past the
      *table's end a purchase still counts, it just cannot be
      *matched to a return.
       220-keep-purchase.

           if (ws-pur-tbl-cnt < 5000) then

               add 1 to ws-pur-tbl-cnt
               set ws-pur-idx to ws-pur-tbl-cnt

               move sp-store-num      to ws-pur-tbl-store(ws-pur-idx)
               move sp-invoice-number to ws-pur-tbl-invoice(ws-pur-idx)
               move sp-sku-code       to ws-pur-tbl-sku(ws-pur-idx)
               set ws-pur-tbl-emp-idx(ws-pur-idx) to ws-emp-idx
               move sp-trans-amt
                   to ws-pur-tbl-paid-amt(ws-pur-idx)
               move sp-regular-amt
                   to ws-pur-tbl-regular-amt(ws-pur-idx)
               move sp-discount-amt
                   to ws-pur-tbl-discount-amt(ws-pur-idx)
               move 0 to ws-pur-tbl-returned-amt(ws-pur-idx)

           end-if.

      *Read the history archive for this year's returns. A return
      *against a staff purchase's store, invoice and SKU takes back
      *what was paid and the same share of the regular price and
      *discount, up to what is left of the purchase. A missing
      *archive just means nothing to net out.
       300-net-out-returns.

           move "N" to ws-eof-flag.

           open input history-file.

           if (ws-hist-status = "00") then

               read history-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 305-check-one-history-record
                   until ws-eof-flag = "Y"

               close history-file

           end-if.

       305-check-one-history-record.

           if (th-trans-code = ws-con-return-code)
               and (th-trans-yy = ws-batch-yy)
               and (ws-pur-tbl-cnt > 0) then

               perform 330-search-purchase-table

               if (ws-pur-found-flag = "Y") then

                   perform 340-reverse-purchase

               end-if

           end-if.

           read history-file
               at end move "Y" to ws-eof-flag.

      *Find (or add) the employee entry for ws-emp-check-num,
      *leaving ws-emp-idx pointed at it. The found flag comes back
      *"N" only when the table is full.
       310-locate-employee.

           move "N" to ws-emp-found-flag.

           perform 315-compare-employee-entry
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-tbl-cnt
                   or ws-emp-found-flag = "Y".

           if (ws-emp-found-flag = "Y") then

               set ws-emp-idx to ws-emp-match-idx

           else

               perform 320-add-employee-entry

           end-if.

      *Compare one employee entry to ws-emp-check-num, remembering
      *where the match sits - the perform varying above leaves
      *ws-emp-idx one past it by the time the loop stops.
       315-compare-employee-entry.

           if (ws-emp-check-num = ws-emp-tbl-num(ws-emp-idx)) then

               move "Y" to ws-emp-found-flag
               set ws-emp-match-idx to ws-emp-idx

           end-if.

      *Open an employee entry for ws-emp-check-num with every total
      *at zero.
       320-add-employee-entry.

           move "N" to ws-emp-found-flag.

           if (ws-emp-tbl-cnt < 1000) then

               add 1 to ws-emp-tbl-cnt
               set ws-emp-idx to ws-emp-tbl-cnt
               move ws-emp-check-num to ws-emp-tbl-num(ws-emp-idx)
               move spaces to ws-emp-tbl-name(ws-emp-idx)
               move spaces to ws-emp-tbl-role(ws-emp-idx)
               move 0 to ws-emp-tbl-home-store(ws-emp-idx)
               move 0 to ws-emp-tbl-count(ws-emp-idx)
               move 0 to ws-emp-tbl-paid-amt(ws-emp-idx)
               move 0 to ws-emp-tbl-regular-amt(ws-emp-idx)
               move 0 to ws-emp-tbl-discount-amt(ws-emp-idx)
               move "Y" to ws-emp-found-flag

           end-if.

      *Search the purchase table for the return's store, invoice
      *and SKU, skipping a purchase already fully returned.
       330-search-purchase-table.

           move "N" to ws-pur-found-flag.

           perform 335-compare-purchase-entry
               varying ws-pur-idx from 1 by 1
               until ws-pur-idx > ws-pur-tbl-cnt
                   or ws-pur-found-flag = "Y".

       335-compare-purchase-entry.

           if (th-store-num = ws-pur-tbl-store(ws-pur-idx))
               and (th-invoice-number
                   = ws-pur-tbl-invoice(ws-pur-idx))
               and (th-sku-code = ws-pur-tbl-sku(ws-pur-idx))
               and (ws-pur-tbl-returned-amt(ws-pur-idx)
                   < ws-pur-tbl-paid-amt(ws-pur-idx)) then

               move "Y" to ws-pur-found-flag
               set ws-pur-match-idx to ws-pur-idx

           end-if.

      *Take the return back off the purchase and its employee. The
      *regular price and discount come back in the same proportion
      *the returned dollars bear to what was paid.
       340-reverse-purchase.

           set ws-pur-idx to ws-pur-match-idx.

           compute ws-ret-amt
               = ws-pur-tbl-paid-amt(ws-pur-idx)
                   - ws-pur-tbl-returned-amt(ws-pur-idx).

           if (th-trans-amt < ws-ret-amt) then
               move th-trans-amt to ws-ret-amt
           end-if.

           compute ws-ret-regular-amt rounded
               = ws-pur-tbl-regular-amt(ws-pur-idx) * ws-ret-amt
                   / ws-pur-tbl-paid-amt(ws-pur-idx).

           compute ws-ret-discount-amt rounded
               = ws-pur-tbl-discount-amt(ws-pur-idx) * ws-ret-amt
                   / ws-pur-tbl-paid-amt(ws-pur-idx).

           add ws-ret-amt to ws-pur-tbl-returned-amt(ws-pur-idx).

           set ws-emp-idx to ws-pur-tbl-emp-idx(ws-pur-idx).

           subtract ws-ret-amt
               from ws-emp-tbl-paid-amt(ws-emp-idx).
           subtract ws-ret-regular-amt
               from ws-emp-tbl-regular-amt(ws-emp-idx).
           subtract ws-ret-discount-amt
               from ws-emp-tbl-discount-amt(ws-emp-idx).

           add 1 to ws-cnt-returns-matched.

      *A line per employee with a staff purchase this year, and a
      *benefit extract record for each one over the cap.
       400-write-employee-lines.

           perform 410-write-one-employee
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-tbl-cnt.

       410-write-one-employee.

           if (ws-emp-tbl-count(ws-emp-idx) > 0) then

               perform 420-compute-taxable-benefit

               add 1 to ws-cnt-employees
               add ws-calc-paid-amt     to ws-total-paid-amt
               add ws-calc-regular-amt  to ws-total-regular-amt
               add ws-calc-discount-amt to ws-total-discount-amt
               add ws-calc-taxable-amt  to ws-total-taxable-amt

               move ws-emp-tbl-num(ws-emp-idx)   to ws-dl-emp-num
               move ws-emp-tbl-name(ws-emp-idx)  to ws-dl-emp-name
               move ws-emp-tbl-role(ws-emp-idx)  to ws-dl-role
               move ws-emp-tbl-home-store(ws-emp-idx)
                   to ws-dl-home-store
               move ws-emp-tbl-count(ws-emp-idx) to ws-dl-count
               move ws-calc-paid-amt     to ws-dl-paid-amt
               move ws-calc-regular-amt  to ws-dl-regular-amt
               move ws-calc-discount-amt to ws-dl-discount-amt
               move ws-calc-cap          to ws-dl-cap
               move ws-calc-taxable-amt  to ws-dl-taxable-amt

               if (ws-calc-over-cap-flag = "Y") then

                   move ws-con-over-cap-text to ws-dl-flag
                   add 1 to ws-cnt-over-cap
                   perform 430-write-benefit-record

               else

                   move spaces to ws-dl-flag

               end-if

               write report-line from ws-detail-line
               add 1 to ws-cnt-lines-written

           end-if.

      *Hold the employee's net purchases against their role's cap.
      *Over the cap, the discount taken on the purchases past it -
      *the overage's share of the year's discount - is taxable. A
      *role with no cap on the policy has a cap of zero. Returns
      *that outran the purchases leave the year at zero, not below.
       420-compute-taxable-benefit.

           move 0 to ws-calc-paid-amt.
           move 0 to ws-calc-regular-amt.
           move 0 to ws-calc-discount-amt.
           move 0 to ws-calc-taxable-amt.
           move "N" to ws-calc-over-cap-flag.

           if (ws-emp-tbl-paid-amt(ws-emp-idx) > 0) then
               move ws-emp-tbl-paid-amt(ws-emp-idx)
                   to ws-calc-paid-amt
           end-if.

           if (ws-emp-tbl-regular-amt(ws-emp-idx) > 0) then
               move ws-emp-tbl-regular-amt(ws-emp-idx)
                   to ws-calc-regular-amt
           end-if.

           if (ws-emp-tbl-discount-amt(ws-emp-idx) > 0) then
               move ws-emp-tbl-discount-amt(ws-emp-idx)
                   to ws-calc-discount-amt
           end-if.

           move ws-emp-tbl-role(ws-emp-idx) to ws-sdisc-check-role.
           perform 440-search-discount-table.

           if (ws-sdisc-found-flag = "Y") then
               move ws-sdisc-tbl-cap(ws-sdisc-match-idx)
                   to ws-calc-cap
           else
               move 0 to ws-calc-cap
           end-if.

           if (ws-calc-paid-amt > ws-calc-cap)
               and (ws-calc-discount-amt > 0) then

               move "Y" to ws-calc-over-cap-flag

               compute ws-calc-taxable-amt rounded
                   = ws-calc-discount-amt
                       * (ws-calc-paid-amt - ws-calc-cap)
                       / ws-calc-paid-amt

           end-if.

       430-write-benefit-record.

           move ws-emp-tbl-num(ws-emp-idx)   to eb-emp-num.
           move bh-batch-date                to eb-batch-date.
           move ws-calc-paid-amt             to eb-ytd-purchases.
           move ws-calc-discount-amt         to eb-ytd-discount.
           move ws-calc-cap                  to eb-annual-cap.
           move ws-calc-taxable-amt          to eb-taxable-benefit.
           move ws-emp-tbl-role(ws-emp-idx)  to eb-role.
           move ws-emp-tbl-home-store(ws-emp-idx)
               to eb-home-store.
           move ws-emp-tbl-count(ws-emp-idx) to eb-purchase-count.
           write eb-record.

      *Search the policy table for ws-sdisc-check-role.
       440-search-discount-table.

           move "N" to ws-sdisc-found-flag.

           perform 445-compare-discount-entry
               varying ws-sdisc-idx from 1 by 1
               until ws-sdisc-idx > ws-sdisc-tbl-cnt
                   or ws-sdisc-found-flag = "Y".

       445-compare-discount-entry.

           if (ws-sdisc-check-role = ws-sdisc-tbl-role(ws-sdisc-idx))
               then

               move "Y" to ws-sdisc-found-flag
               set ws-sdisc-match-idx to ws-sdisc-idx

           end-if.

      *The run's totals.
       500-write-totals.

           write report-line from spaces.

           move ws-cnt-employees to ws-te-count.
           write report-line from ws-trailer-employees.

           move ws-cnt-over-cap to ws-to-count.
           write report-line from ws-trailer-over-cap.

           move ws-cnt-returns-matched to ws-tr-count.
           write report-line from ws-trailer-returns.

           move ws-total-paid-amt to ws-tp-amount.
           write report-line from ws-trailer-paid.

           move ws-total-regular-amt to ws-tg-amount.
           write report-line from ws-trailer-regular.

           move ws-total-discount-amt to ws-td-amount.
           write report-line from ws-trailer-discount.

           move ws-total-taxable-amt to ws-tx-amount.
           write report-line from ws-trailer-taxable.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM53 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-purchases-read to rh-records-read.
           move ws-cnt-lines-written to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

      *Close the used files.
       999-close-files.

           close report-file benefit-file.

       end program Program53.
