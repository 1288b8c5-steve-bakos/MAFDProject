      *         falling back to defaults and poisoning a whole day's
      *         totals. Checks every reference file for format and
      *         cross-consistency - every active store has a tax
      *         rate, no duplicate store numbers or SKUs, every
      *         price-zone store and SKU is on its master - and sets
      *         a non-zero return code on any failure.

       environment division.
       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Store master - required; Program1 can't validate anything
      *without it.
           select store-master-file
               organization is line sequential
               file status is ws-promo-status.

      *Price-zone files - a store assigned to two zones, or a zone
      *price for a SKU or zone nobody has heard of, would feed the
      *price reasonableness check the wrong price for every sale
      *that store rings. Missing files are allowed - they just
      *mean every store sells at the listed price.
           select store-zone-file
               assign to
               "../../../../Program3/data/store-price-zone.dat"
               organization is line sequential
               file status is ws-szone-status.

           select zone-price-file
               assign to
               "../../../../Program3/data/sku-zone-price.dat"
               organization is line sequential
               file status is ws-zprice-status.

      *Employee master - duplicates here make the cashier
      *productivity report double-count.
           select employee-master-file
               organization is line sequential
               file status is ws-opmst-status.

      *Paid-out category file - a duplicate or garbled category
      *here would send a paid-out to the wrong expense account. A
      *missing file is allowed - Program1 then leaves the category
      *unchecked.
           select paid-out-category-file
               assign to
               "../../../../Program1/data/paid-out-category.dat"
               organization is line sequential
               file status is ws-pocat-status.

      *Staff discount policy - a garbled rate would price every
      *employee purchase for that role wrong. A missing file is
      *allowed - Program1 then rejects every staff purchase.
           select staff-discount-file
               assign to
               "../../../../Program1/data/staff-discount-policy.dat"
               organization is line sequential
               file status is ws-sdisc-status.

      *Fiscal calendar - a week out of order or overlapping the one
      *before it would roll the running totals into the wrong fiscal
      *period. A missing file is allowed - the programs then fall
      *back to calendar months.
           select fiscal-calendar-file
               assign to
               "../../../../Program1/data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fcal-status.

      *Store/company and GL account map files - a store pointed at
      *a blank company, or a map line with no GL account, would
      *post that company's journal to the wrong books. Missing
      *files are allowed - Program5 then writes one consolidated
      *journal under the internal account numbers.
           select store-company-file
               assign to
               "../../../../Program1/data/store-company.dat"
               organization is line sequential
               file status is ws-stco-status.

           select account-map-file
               assign to
               "../../../../Program1/data/gl-account-map.dat"
               organization is line sequential
               file status is ws-acctmap-status.

      *Store hours - a garbled time would send a store's whole day
      *to manager review as after-hours. A missing file is allowed
      *- Program1 then checks no store's hours.
           select store-hours-file
               assign to
               "../../../../Program1/data/store-hours.dat"
               organization is line sequential
               file status is ws-hours-status.

      *Single-value threshold control files. A missing file is fine
      *(the programs carry built-in defaults); a present file with a
      *non-numeric value is the silent-fallback trap this step is
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the store master input record
       fd store-master-file
           data record is sm-store-in
      *Define the SKU master input record
       fd sku-master-file
           data record is sm-record-in
           record contains 60 characters.

       01 sm-record-in.
           05 sm-sku-code-in                   pic x(15).
           05 sm-sku-price-in                  pic x(7).
           05 sm-sku-cost-in                   pic x(7).
           05 sm-sku-vendor-in                 pic x(5).
           05 sm-sku-dept-in                   pic x(3).
           05 sm-sku-class-in                  pic x(3).

      *Define the promo calendar input record, read as raw text so
      *a non-numeric price or date can be caught instead of
           05 pc-start-date-in                 pic x(6).
           05 pc-end-date-in                   pic x(6).

      *Define the store price-zone and zone price input records,
      *read as raw text so a non-numeric store or price can be
      *caught instead of abending.
       fd store-zone-file
           data record is sz-record-in
           record contains 6 characters.

       01 sz-record-in.
           05 sz-store-num-in                  pic xx.
           05 sz-zone-code-in                  pic x(4).

       fd zone-price-file
           data record is zp-record-in
           record contains 26 characters.

       01 zp-record-in.
           05 zp-zone-code-in                  pic x(4).
           05 zp-sku-code-in                   pic x(15).
           05 zp-zone-price-in                 pic x(7).

      *Define the employee master input record
       fd employee-master-file
           data record is em-employee-in
           record contains 54 characters.

       01 em-employee-in.
           05 em-in-emp-num                    pic x(4).
           05 em-in-emp-name                   pic x(20).
           05 em-in-hire-date                  pic x(6).
           05 em-in-term-date                  pic x(6).
           05 em-in-home-store                 pic x(2).
           05 em-in-role                       pic x(2).
           05 em-in-xfer-store                 pic x(2).
           05 em-in-xfer-from                  pic x(6).
           05 em-in-xfer-to                    pic x(6).

      *Define the customer master input record
       fd customer-master-file
           data record is cm-customer-in
           record contains 66 characters.

       01 cm-customer-in.
           05 cm-in-cust-num                   pic x(6).
           05 cm-in-cust-name                  pic x(20).
           05 cm-in-credit-limit               pic x(9).
           05 cm-in-terms                      pic x(8).
           05 cm-in-status                     pic x.
           05 cm-in-exempt-flag                pic x.
           05 cm-in-cert-num                   pic x(15).
           05 cm-in-cert-expiry                pic x(6).

      *Define the operator master input record
       fd operator-master-file
           05 om-in-op-name                    pic x(20).
           05 om-in-auth-level                 pic x.

      *Define the paid-out category input record, read as raw text
      *so a non-numeric account or limit can be caught.
       fd paid-out-category-file
           data record is pc-record
           record contains 33 characters.

       01 pc-record.
           05 pc-in-category                   pic xx.
           05 pc-in-desc                       pic x(20).
           05 pc-in-gl-acct                    pic x(4).
           05 pc-in-limit                      pic x(7).

      *Define the staff discount policy record, read as raw text
      *so a non-numeric rate or cap can be caught.
       fd staff-discount-file
           data record is sd-record
           record contains 14 characters.

       01 sd-record.
           05 sd-in-role                       pic xx.
           05 sd-in-rate                       pic x(4).
           05 sd-in-rate-num redefines sd-in-rate
                                               pic 9v999.
           05 sd-in-annual-cap                 pic x(8).

      *Define the fiscal calendar record, read as raw text so a
      *non-numeric field can be caught.
       fd fiscal-calendar-file
           data record is fc-record
           record contains 18 characters.

       01 fc-record.
           05 fc-in-fiscal-yy                  pic xx.
           05 fc-in-period                     pic xx.
           05 fc-in-period-num redefines fc-in-period
                                               pic 99.
           05 fc-in-week                       pic xx.
           05 fc-in-week-num redefines fc-in-week
                                               pic 99.
           05 fc-in-start-date                 pic x(6).
           05 fc-in-start-date-num redefines fc-in-start-date
                                               pic 9(6).
           05 fc-in-end-date                   pic x(6).
           05 fc-in-end-date-num redefines fc-in-end-date
                                               pic 9(6).

      *Define the store/company record, read as raw text so a
      *non-numeric store can be caught.
       fd store-company-file
           data record is sc-record
           record contains 25 characters.

       01 sc-record.
           05 sc-in-store-num                  pic xx.
           05 sc-in-store-num-num redefines sc-in-store-num
                                               pic 99.
           05 sc-in-company-code               pic x(3).
           05 sc-in-company-name               pic x(20).

      *Define the GL account map record.
       fd account-map-file
           data record is am-record
           record contains 43 characters.

       01 am-record.
           05 am-in-company-code               pic x(3).
           05 am-in-internal-acct              pic x(4).
           05 am-in-gl-acct                    pic x(6).
           05 am-in-gl-desc                    pic x(30).

      *Define the store hours input record, read as raw text so a
      *non-numeric store, weekday or time can be caught instead of
      *abending.
       fd store-hours-file
           data record is sh-record
           record contains 11 characters.

       01 sh-record.
           05 sh-in-store-num                  pic xx.
           05 sh-in-weekday                    pic x.
           05 sh-in-open-time.
               10 sh-in-open-hh                pic xx.
               10 sh-in-open-mm                pic xx.
           05 sh-in-close-time.
               10 sh-in-close-hh               pic xx.
               10 sh-in-close-mm               pic xx.

      *Define the single-value threshold records, read as raw text
      *so a non-numeric value can be caught instead of abending.
       fd review-threshold-file

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM16 - already complete, skipped on restart".

       77 ws-store-status                      pic xx
           value "00".
       77 ws-taxrt-status                      pic xx
           value "00".
       77 ws-op-eof-flag                       pic x
           value "N".
       77 ws-pocat-status                      pic xx
           value "00".
       77 ws-pocat-eof-flag                    pic x
           value "N".
       77 ws-sdisc-status                      pic xx
           value "00".
       77 ws-sdisc-eof-flag                    pic x
           value "N".
       77 ws-fcal-status                       pic xx
           value "00".
       77 ws-fcal-eof-flag                     pic x
           value "N".
       77 ws-stco-status                       pic xx
           value "00".
       77 ws-stco-eof-flag                     pic x
           value "N".
       77 ws-acctmap-status                    pic xx
           value "00".
       77 ws-acctmap-eof-flag                  pic x
           value "N".
       77 ws-hours-status                      pic xx
           value "00".
       77 ws-hours-eof-flag                    pic x
           value "N".
       77 ws-promo-status                      pic xx
           value "00".
       77 ws-promo-eof-flag                    pic x
           value "N".
       77 ws-szone-status                      pic xx
           value "00".
       77 ws-szone-eof-flag                    pic x
           value "N".
       77 ws-zprice-status                     pic xx
           value "00".
       77 ws-zprice-eof-flag                   pic x
           value "N".
       77 ws-revthr-status                     pic xx
           value "00".
       77 ws-irthr-status                      pic xx
               10 ws-store-tbl-num              pic 99.
               10 ws-store-tbl-status           pic x.
               10 ws-store-tbl-has-tax          pic x.
               10 ws-store-tbl-has-zone         pic x.

       77 ws-store-check-num                   pic 99
           value 0.
       77 ws-sku-found-flag                    pic x
           value "N".

      *Zone codes stores have been assigned to, so a zone price
      *line for a zone no store sells in is caught.
       01 ws-zone-tbl-cnt                      pic 9(3)
           value 0.

       01 ws-zone-tbl.
           05 ws-zone-tbl-entry                occurs 1 to 200 times
                   depending on ws-zone-tbl-cnt
                   indexed by ws-zone-idx.
               10 ws-zone-tbl-code              pic x(4).

       77 ws-zone-check-code                   pic x(4)
           value spaces.
       77 ws-zone-found-flag                   pic x
           value "N".

      *Zone and SKU pairs seen on the zone price file, for the
      *duplicate check - two prices for one SKU in one zone leave
      *the price check taking whichever it finds first.
       01 ws-zp-tbl-cnt                        pic 9(5)
           value 0.

       01 ws-zp-tbl.
           05 ws-zp-tbl-entry                  occurs 1 to 10000 times
                   depending on ws-zp-tbl-cnt
                   indexed by ws-zp-idx.
               10 ws-zp-tbl-key                 pic x(19).

       01 ws-zp-check-key.
           05 ws-zp-check-zone                 pic x(4).
           05 ws-zp-check-sku                  pic x(15).
       77 ws-zp-found-flag                     pic x
           value "N".

      *Store and weekday pairs seen on the store hours file, for the
      *duplicate check - two lines for one store's day leave
      *Program1 taking whichever it finds first.
       01 ws-sh-tbl-cnt                        pic 9(3)
           value 0.

       01 ws-sh-tbl.
           05 ws-sh-tbl-entry                  occurs 1 to 900 times
                   depending on ws-sh-tbl-cnt
                   indexed by ws-sh-idx.
               10 ws-sh-tbl-key                 pic x(3).

       01 ws-sh-check-key.
           05 ws-sh-check-store                pic xx.
           05 ws-sh-check-weekday              pic x.
       77 ws-sh-found-flag                     pic x
           value "N".

      *Operator numbers seen on the operator master, for the
      *duplicate check.
       01 ws-op-tbl-cnt                        pic 9(3)
       77 ws-op-found-flag                     pic x
           value "N".

      *Paid-out category codes seen on the category file, for the
      *duplicate check.
       01 ws-pocat-tbl-cnt                     pic 9(3)
           value 0.

       01 ws-pocat-tbl.
           05 ws-pocat-tbl-entry               occurs 1 to 200 times
                   depending on ws-pocat-tbl-cnt
                   indexed by ws-pocat-idx.
               10 ws-pocat-tbl-code             pic xx.

       77 ws-pocat-check-code                  pic xx
           value spaces.
       77 ws-pocat-found-flag                  pic x
           value "N".

      *Roles seen on the staff discount policy, for the duplicate
      *check.
       01 ws-sdisc-tbl-cnt                     pic 9(3)
           value 0.

       01 ws-sdisc-tbl.
           05 ws-sdisc-tbl-entry               occurs 1 to 20 times
                   depending on ws-sdisc-tbl-cnt
                   indexed by ws-sdisc-idx.
               10 ws-sdisc-tbl-role             pic xx.

       77 ws-sdisc-check-role                  pic xx
           value spaces.
       77 ws-sdisc-found-flag                  pic x
           value "N".

      *Last date covered by the previous good fiscal calendar line,
      *for the ascending/no-overlap check.
       77 ws-fcal-prev-end-date                pic 9(6)
           value 0.

      *Company codes named on the store/company file, for the
      *account map's company check. Zero entries with the file
      *present means every company is unknown; a missing file
      *skips the check.
       01 ws-stco-co-tbl-cnt                   pic 99
           value 0.

       01 ws-stco-co-tbl.
           05 ws-stco-co-tbl-code              pic x(3)
                   occurs 1 to 20 times
                   depending on ws-stco-co-tbl-cnt
                   indexed by ws-stco-co-idx.

       77 ws-stco-file-flag                    pic x
           value "N".
       77 ws-stco-check-code                   pic x(3)
           value spaces.
       77 ws-stco-found-flag                   pic x
           value "N".

      *Employee numbers seen on the employee master, for the
      *duplicate check.
       01 ws-emp-tbl-cnt                       pic 9(4)
               value "customer-master.dat".
           05 ws-con-fn-promo                  pic x(26)
               value "promo-calendar.dat".
           05 ws-con-fn-szone                  pic x(26)
               value "store-price-zone.dat".
           05 ws-con-fn-zprice                 pic x(26)
               value "sku-zone-price.dat".
           05 ws-con-fn-operator               pic x(26)
               value "operator-master.dat".
           05 ws-con-fn-paid-out               pic x(26)
               value "paid-out-category.dat".
           05 ws-con-fn-staff-disc             pic x(26)
               value "staff-discount-policy.dat".
           05 ws-con-fn-fiscal-cal             pic x(26)
               value "fiscal-calendar.dat".
           05 ws-con-fn-store-co               pic x(26)
               value "store-company.dat".
           05 ws-con-fn-acct-map               pic x(26)
               value "gl-account-map.dat".
           05 ws-con-fn-store-hours            pic x(26)
               value "store-hours.dat".
           05 ws-con-fn-review                 pic x(26)
               value "review-threshold.dat".
           05 ws-con-fn-invrate                pic x(26)
       procedure division.
       000-main.

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           move 0 to return-code.

           open output check-report-file.
           perform 200-check-tax-rate.
           perform 300-check-sku-master.
           perform 350-check-promo-calendar.
           perform 370-check-store-zones.
           perform 380-check-zone-prices.
           perform 400-check-employee-master.
           perform 450-check-customer-master.
           perform 491-check-operator-master.
           perform 500-check-thresholds.
           perform 510-check-paid-out-categories.
           perform 560-check-staff-discount-policy.
           perform 580-check-fiscal-calendar.
           perform 590-check-store-companies.
           perform 595-check-account-map.
           perform 597-check-store-hours.
           perform 900-write-summary.

           close check-report-file.

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

           if (rs-program-id = "PROGRAM16 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *The store master is the one file the chain cannot run
      *without - a missing file is itself an error. Each line needs
      *a numeric store number, a recognized status byte, and no
               move sm-in-store-status
                   to ws-store-tbl-status(ws-store-idx)
               move "N" to ws-store-tbl-has-tax(ws-store-idx)
               move "N" to ws-store-tbl-has-zone(ws-store-idx)

           end-if.

           read promo-calendar-file
               at end move "Y" to ws-promo-eof-flag.

      *Each store price-zone line needs a numeric store that is on
      *the store master, assigned to one zone only, and a non-blank
      *zone code. A missing file is allowed - it just means every
      *store sells at the listed price.
       370-check-store-zones.

           move 0 to ws-line-num.

           open input store-zone-file.

           if (ws-szone-status = "00") then

               read store-zone-file
                   at end move "Y" to ws-szone-eof-flag
               end-read

               perform 375-check-store-zone-entry
                   until ws-szone-eof-flag = "Y"

               close store-zone-file

           end-if.

       375-check-store-zone-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (sz-zone-code-in = spaces) then

               move ws-con-fn-szone to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "ZONE CODE IS BLANK" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               move sz-zone-code-in to ws-zone-check-code
               perform 390-search-zone-table

               if (ws-zone-found-flag = "N") then
                   add 1 to ws-zone-tbl-cnt
                   set ws-zone-idx to ws-zone-tbl-cnt
                   move ws-zone-check-code
                       to ws-zone-tbl-code(ws-zone-idx)
               end-if

           end-if.

           if (sz-store-num-in is not numeric) then

               move ws-con-fn-szone to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "STORE NUMBER NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               move sz-store-num-in to ws-store-check-num
               perform 130-search-store-table

               if (ws-store-found-flag = "N") then

                   move ws-con-fn-szone to ws-el-file-name
                   move ws-line-num to ws-el-line-num
                   move "STORE NOT ON STORE MASTER" to ws-el-message
                   write report-line from ws-error-line
                   add 1 to ws-cnt-errors

               else
               if (ws-store-tbl-has-zone(ws-store-match-idx) = "Y")
                   then

                   move ws-con-fn-szone to ws-el-file-name
                   move ws-line-num to ws-el-line-num
                   move "STORE ASSIGNED TO TWO ZONES" to ws-el-message
                   write report-line from ws-error-line
                   add 1 to ws-cnt-errors

               else

                   move "Y"
                       to ws-store-tbl-has-zone(ws-store-match-idx)

               end-if
               end-if

           end-if.

           read store-zone-file
               at end move "Y" to ws-szone-eof-flag.

      *Each zone price line needs a zone some store sells in, a SKU
      *that is on the SKU master, and a numeric price. A missing
      *file is allowed.
       380-check-zone-prices.

           move 0 to ws-line-num.

           open input zone-price-file.

           if (ws-zprice-status = "00") then

               read zone-price-file
                   at end move "Y" to ws-zprice-eof-flag
               end-read

               perform 385-check-zone-price-entry
                   until ws-zprice-eof-flag = "Y"

               close zone-price-file

           end-if.

       385-check-zone-price-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           move zp-zone-code-in to ws-zone-check-code.
           perform 390-search-zone-table.

           if (ws-zone-found-flag = "N") then

               move ws-con-fn-zprice to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "ZONE HAS NO STORES ASSIGNED" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           move zp-sku-code-in to ws-sku-check-code.
           perform 330-search-sku-table.

           if (ws-sku-found-flag = "N") then

               move ws-con-fn-zprice to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "SKU NOT ON SKU MASTER" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           move zp-zone-code-in to ws-zp-check-zone.
           move zp-sku-code-in  to ws-zp-check-sku.
           move "N" to ws-zp-found-flag.

           perform 397-compare-zone-price-entry
               varying ws-zp-idx from 1 by 1
               until ws-zp-idx > ws-zp-tbl-cnt
                   or ws-zp-found-flag = "Y".

           if (ws-zp-found-flag = "Y") then

               move ws-con-fn-zprice to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DUPLICATE ZONE AND SKU" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               add 1 to ws-zp-tbl-cnt
               set ws-zp-idx to ws-zp-tbl-cnt
               move ws-zp-check-key to ws-zp-tbl-key(ws-zp-idx)

           end-if.

           if (zp-zone-price-in is not numeric) then

               move ws-con-fn-zprice to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "ZONE PRICE NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           read zone-price-file
               at end move "Y" to ws-zprice-eof-flag.

      *Search the zone table for ws-zone-check-code.
       390-search-zone-table.

           move "N" to ws-zone-found-flag.

           perform 395-compare-zone-entry
               varying ws-zone-idx from 1 by 1
               until ws-zone-idx > ws-zone-tbl-cnt
                   or ws-zone-found-flag = "Y".

       395-compare-zone-entry.

           if (ws-zone-check-code = ws-zone-tbl-code(ws-zone-idx)) then

               move "Y" to ws-zone-found-flag

           end-if.

       397-compare-zone-price-entry.

           if (ws-zp-check-key = ws-zp-tbl-key(ws-zp-idx)) then

               move "Y" to ws-zp-found-flag

           end-if.

      *Each employee master line needs a numeric employee number,
      *numeric hire and termination dates, a numeric home store, a
      *role of CS (cashier), SV (supervisor), MG (manager) or SY
      *(system id), numeric transfer store and dates, and no
      *duplicates. A missing file is allowed - Program1 skips the
      *cashier check without one.
       400-check-employee-master.

           move 0 to ws-line-num.

           open input employee-master-file.

           if (ws-empmst-status = "00") then

               read employee-master-file
                   at end move "Y" to ws-emp-eof-flag
               end-read

               perform 410-check-employee-entry
                   until ws-emp-eof-flag = "Y"

               close employee-master-file

           end-if.

       410-check-employee-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (em-in-emp-num is not numeric) then

               move ws-con-fn-employee to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "EMPLOYEE NUMBER NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (em-in-hire-date is not numeric)
               or (em-in-term-date is not numeric) then

               move ws-con-fn-employee to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "HIRE/TERM DATE NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (em-in-home-store is not numeric) then

               move ws-con-fn-employee to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "HOME STORE NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (em-in-role not = "CS")
               and (em-in-role not = "SV")
               and (em-in-role not = "MG")
               and (em-in-role not = "SY") then

               move ws-con-fn-employee to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "ROLE NOT CS, SV, MG OR SY" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (em-in-xfer-store is not numeric)
               or (em-in-xfer-from is not numeric)
               or (em-in-xfer-to is not numeric) then

               move ws-con-fn-employee to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "TRANSFER STORE/DATES NOT NUMERIC"
                   to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               perform 420-check-employee-duplicate

           end-if
           end-if
           end-if
           end-if
           end-if.

           read employee-master-file
               at end move "Y" to ws-emp-eof-flag.

       420-check-employee-duplicate.

           move em-in-emp-num to ws-emp-check-num.
           perform 430-search-employee-table.

           if (ws-emp-found-flag = "Y") then

               move ws-con-fn-employee to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DUPLICATE EMPLOYEE NUMBER" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               add 1 to ws-emp-tbl-cnt
               set ws-emp-idx to ws-emp-tbl-cnt
               move ws-emp-check-num to ws-emp-tbl-num(ws-emp-idx)

           end-if.

      *Search the employee table for ws-emp-check-num.
       430-search-employee-table.

           move "N" to ws-emp-found-flag.

           perform 440-compare-employee-entry
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-tbl-cnt
                   or ws-emp-found-flag = "Y".

       440-compare-employee-entry.

           if (ws-emp-check-num = ws-emp-tbl-num(ws-emp-idx)) then

               move "Y" to ws-emp-found-flag

           end-if.

      *Each customer master line needs a numeric customer number,
      *a numeric credit limit, an account status of O (open), H (on
      *hold) or C (closed), a tax-exempt flag of Y or N - a Y needing
      *a certificate number and a numeric expiry date - and no
      *duplicates. A missing file is allowed - Program1 skips the
      *customer check without one.
       450-check-customer-master.

           move 0 to ws-line-num.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-cust-eof-flag
               end-read

               perform 460-check-customer-entry
                   until ws-cust-eof-flag = "Y"

               close customer-master-file

           end-if.

       460-check-customer-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (cm-in-cust-num is not numeric) then

               move ws-con-fn-customer to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "CUSTOMER NUMBER NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (cm-in-credit-limit is not numeric) then

               move ws-con-fn-customer to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "CREDIT LIMIT NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (cm-in-status not = "O")
               and (cm-in-status not = "H")
               and (cm-in-status not = "C") then

               move ws-con-fn-customer to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "ACCOUNT STATUS NOT O, H OR C" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (cm-in-exempt-flag not = "Y")
               and (cm-in-exempt-flag not = "N") then

               move ws-con-fn-customer to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "TAX EXEMPT FLAG NOT Y OR N" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (cm-in-exempt-flag = "Y")
               and ((cm-in-cert-num = spaces)
                   or (cm-in-cert-expiry is not numeric)) then

               move ws-con-fn-customer to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "EXEMPT WITHOUT CERTIFICATE/EXPIRY"
                   to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               perform 470-check-customer-duplicate

           end-if
           end-if
           end-if
           end-if
           end-if.

           read customer-master-file
               at end move "Y" to ws-cust-eof-flag.

       470-check-customer-duplicate.

           move cm-in-cust-num to ws-cust-check-num.
           perform 480-search-customer-table.

           if (ws-cust-found-flag = "Y") then

               move ws-con-fn-customer to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DUPLICATE CUSTOMER NUMBER" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               add 1 to ws-cust-tbl-cnt
               set ws-cust-idx to ws-cust-tbl-cnt
               move ws-cust-check-num to ws-cust-tbl-num(ws-cust-idx)

           end-if.

      *Search the customer table for ws-cust-check-num.
       480-search-customer-table.

           move "N" to ws-cust-found-flag.

           perform 490-compare-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

       490-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag

           end-if.

      *Each operator master line needs a numeric operator number,
      *an authorization level of 1, 2 or 3, and no duplicates. A
      *missing file is allowed - the control-file programs then
      *refuse everything, which fails safe.
       491-check-operator-master.

           move 0 to ws-line-num.

           open input operator-master-file.

           if (ws-opmst-status = "00") then

               read operator-master-file
                   at end move "Y" to ws-op-eof-flag
               end-read

               perform 492-check-operator-entry
                   until ws-op-eof-flag = "Y"

               close operator-master-file

           end-if.

       492-check-operator-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (om-in-op-num is not numeric) then

               move ws-con-fn-operator to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "OPERATOR NUMBER NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors


           end-if.

      *Each paid-out category line needs a code, a description, a
      *numeric GL expense account, a numeric limit, and no
      *duplicates.
       510-check-paid-out-categories.

           move 0 to ws-line-num.

           open input paid-out-category-file.

           if (ws-pocat-status = "00") then

               read paid-out-category-file
                   at end move "Y" to ws-pocat-eof-flag
               end-read

               perform 520-check-paid-out-entry
                   until ws-pocat-eof-flag = "Y"

               close paid-out-category-file

           end-if.

       520-check-paid-out-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (pc-in-category = spaces) then

               move ws-con-fn-paid-out to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "CATEGORY CODE IS BLANK" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               perform 530-check-paid-out-duplicate

           end-if.

           if (pc-in-desc = spaces) then

               move ws-con-fn-paid-out to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DESCRIPTION IS BLANK" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           if (pc-in-gl-acct is not numeric) then

               move ws-con-fn-paid-out to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "GL ACCOUNT NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           if (pc-in-limit is not numeric) then

               move ws-con-fn-paid-out to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "LIMIT NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           read paid-out-category-file
               at end move "Y" to ws-pocat-eof-flag.

       530-check-paid-out-duplicate.

           move pc-in-category to ws-pocat-check-code.
           perform 540-search-paid-out-table.

           if (ws-pocat-found-flag = "Y") then

               move ws-con-fn-paid-out to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DUPLICATE CATEGORY CODE" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               add 1 to ws-pocat-tbl-cnt
               set ws-pocat-idx to ws-pocat-tbl-cnt
               move ws-pocat-check-code
                   to ws-pocat-tbl-code(ws-pocat-idx)

           end-if.

      *Search the category table for ws-pocat-check-code.
       540-search-paid-out-table.

           move "N" to ws-pocat-found-flag.

           perform 550-compare-paid-out-entry
               varying ws-pocat-idx from 1 by 1
               until ws-pocat-idx > ws-pocat-tbl-cnt
                   or ws-pocat-found-flag = "Y".

       550-compare-paid-out-entry.

           if (ws-pocat-check-code = ws-pocat-tbl-code(ws-pocat-idx))
               then

               move "Y" to ws-pocat-found-flag

           end-if.

      *Each staff discount line needs a known role, a numeric rate
      *under 100%, a numeric annual cap, and no duplicate role.
       560-check-staff-discount-policy.

           move 0 to ws-line-num.

           open input staff-discount-file.

           if (ws-sdisc-status = "00") then

               read staff-discount-file
                   at end move "Y" to ws-sdisc-eof-flag
               end-read

               perform 565-check-staff-discount-entry
                   until ws-sdisc-eof-flag = "Y"

               close staff-discount-file

           end-if.

       565-check-staff-discount-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (sd-in-role not = "CS" and sd-in-role not = "SV"
               and sd-in-role not = "MG" and sd-in-role not = "SY")
               then

               move ws-con-fn-staff-disc to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "ROLE NOT CS/SV/MG/SY" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               perform 570-check-staff-discount-dup

           end-if.

           if (sd-in-rate is not numeric) then

               move ws-con-fn-staff-disc to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DISCOUNT RATE NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               if (sd-in-rate-num not < 1) then

                   move ws-con-fn-staff-disc to ws-el-file-name
                   move ws-line-num to ws-el-line-num
                   move "DISCOUNT RATE NOT UNDER 100%"
                       to ws-el-message
                   write report-line from ws-error-line
                   add 1 to ws-cnt-errors

               end-if

           end-if.

           if (sd-in-annual-cap is not numeric) then

               move ws-con-fn-staff-disc to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "ANNUAL CAP NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           read staff-discount-file
               at end move "Y" to ws-sdisc-eof-flag.

       570-check-staff-discount-dup.

           move sd-in-role to ws-sdisc-check-role.
           move "N" to ws-sdisc-found-flag.

           perform 575-compare-staff-discount-entry
               varying ws-sdisc-idx from 1 by 1
               until ws-sdisc-idx > ws-sdisc-tbl-cnt
                   or ws-sdisc-found-flag = "Y".

           if (ws-sdisc-found-flag = "Y") then

               move ws-con-fn-staff-disc to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DUPLICATE ROLE" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               add 1 to ws-sdisc-tbl-cnt
               set ws-sdisc-idx to ws-sdisc-tbl-cnt
               move ws-sdisc-check-role
                   to ws-sdisc-tbl-role(ws-sdisc-idx)

           end-if.

       575-compare-staff-discount-entry.

           if (ws-sdisc-check-role = ws-sdisc-tbl-role(ws-sdisc-idx))
               then

               move "Y" to ws-sdisc-found-flag

           end-if.

      *Each fiscal calendar line needs numeric fields, a period of
      *01-13, a week of 01-53, a start date no later than its end
      *date, and a start date after the previous line's end date -
      *the weeks run in order with no overlap.
       580-check-fiscal-calendar.

           move 0 to ws-line-num.
           move 0 to ws-fcal-prev-end-date.

           open input fiscal-calendar-file.

           if (ws-fcal-status = "00") then

               read fiscal-calendar-file
                   at end move "Y" to ws-fcal-eof-flag
               end-read

               perform 585-check-fiscal-calendar-entry
                   until ws-fcal-eof-flag = "Y"

               close fiscal-calendar-file

           end-if.

       585-check-fiscal-calendar-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (fc-in-fiscal-yy is not numeric)
               or (fc-in-period is not numeric)
               or (fc-in-week is not numeric)
               or (fc-in-start-date is not numeric)
               or (fc-in-end-date is not numeric) then

               move ws-con-fn-fiscal-cal to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "FISCAL CALENDAR FIELD NOT NUMERIC"
                   to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (fc-in-period-num < 1) or (fc-in-period-num > 13) then

               move ws-con-fn-fiscal-cal to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "PERIOD NOT 01-13" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (fc-in-week-num < 1) or (fc-in-week-num > 53) then

               move ws-con-fn-fiscal-cal to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "WEEK NOT 01-53" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (fc-in-start-date-num > fc-in-end-date-num) then

               move ws-con-fn-fiscal-cal to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "WEEK START AFTER WEEK END" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (fc-in-start-date-num not > ws-fcal-prev-end-date) then

               move ws-con-fn-fiscal-cal to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "WEEK OUT OF ORDER OR OVERLAPPING" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               move fc-in-end-date-num to ws-fcal-prev-end-date

           end-if
           end-if
           end-if
           end-if
           end-if.

           read fiscal-calendar-file
               at end move "Y" to ws-fcal-eof-flag.

      *Each store/company line needs a numeric store that is on the
      *store master (store 00 names the parent company) and a
      *company code.
       590-check-store-companies.

           move 0 to ws-line-num.

           open input store-company-file.

           if (ws-stco-status = "00") then

               move "Y" to ws-stco-file-flag

               read store-company-file
                   at end move "Y" to ws-stco-eof-flag
               end-read

               perform 591-check-store-company-entry
                   until ws-stco-eof-flag = "Y"

               close store-company-file

           end-if.

       591-check-store-company-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (sc-in-store-num is not numeric) then

               move ws-con-fn-store-co to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "STORE NUMBER NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (sc-in-company-code = spaces) then

               move ws-con-fn-store-co to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "COMPANY CODE BLANK" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               if (sc-in-store-num-num not = 0) then

                   move sc-in-store-num-num to ws-store-check-num
                   perform 130-search-store-table

                   if (ws-store-found-flag = "N") then
                       move ws-con-fn-store-co to ws-el-file-name
                       move ws-line-num to ws-el-line-num
                       move "STORE NOT ON STORE MASTER"
                           to ws-el-message
                       write report-line from ws-error-line
                       add 1 to ws-cnt-errors
                   end-if

               end-if

               move sc-in-company-code to ws-stco-check-code
               perform 593-search-company-table

               if (ws-stco-found-flag = "N")
                   and (ws-stco-co-tbl-cnt < 20) then
                   add 1 to ws-stco-co-tbl-cnt
                   move sc-in-company-code
                       to ws-stco-co-tbl-code(ws-stco-co-tbl-cnt)
               end-if

           end-if
           end-if.

           read store-company-file
               at end move "Y" to ws-stco-eof-flag.

      *Search the company codes seen for ws-stco-check-code.
       593-search-company-table.

           move "N" to ws-stco-found-flag.

           perform 594-compare-company-entry
               varying ws-stco-co-idx from 1 by 1
               until ws-stco-co-idx > ws-stco-co-tbl-cnt
                   or ws-stco-found-flag = "Y".

       594-compare-company-entry.

           if (ws-stco-check-code = ws-stco-co-tbl-code(ws-stco-co-idx))
               then
               move "Y" to ws-stco-found-flag
           end-if.

      *Each account map line needs a company the store/company file
      *names (when there is one), a numeric internal account and a
      *GL account to map it to.
       595-check-account-map.

           move 0 to ws-line-num.

           open input account-map-file.

           if (ws-acctmap-status = "00") then

               read account-map-file
                   at end move "Y" to ws-acctmap-eof-flag
               end-read

               perform 596-check-account-map-entry
                   until ws-acctmap-eof-flag = "Y"

               close account-map-file

           end-if.

       596-check-account-map-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           move am-in-company-code to ws-stco-check-code.
           perform 593-search-company-table.

           if (ws-stco-file-flag = "Y")
               and (ws-stco-found-flag = "N") then

               move ws-con-fn-acct-map to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "COMPANY NOT ON STORE/COMPANY FILE"
                   to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (am-in-internal-acct is not numeric) then

               move ws-con-fn-acct-map to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "INTERNAL ACCOUNT NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else
           if (am-in-gl-acct = spaces) then

               move ws-con-fn-acct-map to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "GL ACCOUNT BLANK" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if
           end-if
           end-if.

           read account-map-file
               at end move "Y" to ws-acctmap-eof-flag.

      *Each store hours line needs a store on the store master, a
      *weekday of 0 (every day) through 7, an hhmm opening time on
      *the 24-hour clock, an hhmm closing time that can run to 2400,
      *and no second line for the same store and weekday.
       597-check-store-hours.

           move 0 to ws-line-num.

           open input store-hours-file.

           if (ws-hours-status = "00") then

               read store-hours-file
                   at end move "Y" to ws-hours-eof-flag
               end-read

               perform 598-check-store-hours-entry
                   until ws-hours-eof-flag = "Y"

               close store-hours-file

           end-if.

       598-check-store-hours-entry.

           add 1 to ws-line-num.
           add 1 to ws-cnt-checks.

           if (sh-in-store-num is not numeric) then

               move ws-con-fn-store-hours to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "STORE NUMBER NOT NUMERIC" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               move sh-in-store-num to ws-store-check-num
               perform 130-search-store-table

               if (ws-store-found-flag = "N") then

                   move ws-con-fn-store-hours to ws-el-file-name
                   move ws-line-num to ws-el-line-num
                   move "STORE NOT ON STORE MASTER" to ws-el-message
                   write report-line from ws-error-line
                   add 1 to ws-cnt-errors

               end-if

           end-if.

           if (sh-in-weekday is not numeric)
               or (sh-in-weekday > "7") then

               move ws-con-fn-store-hours to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "WEEKDAY NOT 0 THROUGH 7" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           if (sh-in-open-time is not numeric)
               or (sh-in-open-hh > "23")
               or (sh-in-open-mm > "59") then

               move ws-con-fn-store-hours to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "OPENING TIME NOT A VALID HHMM" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           if (sh-in-close-time is not numeric)
               or (sh-in-close-hh > "24")
               or (sh-in-close-mm > "59")
               or (sh-in-close-hh = "24"
                   and sh-in-close-mm not = "00") then

               move ws-con-fn-store-hours to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "CLOSING TIME NOT A VALID HHMM" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           end-if.

           move sh-in-store-num to ws-sh-check-store.
           move sh-in-weekday   to ws-sh-check-weekday.
           move "N" to ws-sh-found-flag.

           perform 599-compare-store-hours-entry
               varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-tbl-cnt
                   or ws-sh-found-flag = "Y".

           if (ws-sh-found-flag = "Y") then

               move ws-con-fn-store-hours to ws-el-file-name
               move ws-line-num to ws-el-line-num
               move "DUPLICATE STORE AND WEEKDAY" to ws-el-message
               write report-line from ws-error-line
               add 1 to ws-cnt-errors

           else

               add 1 to ws-sh-tbl-cnt
               set ws-sh-idx to ws-sh-tbl-cnt
               move ws-sh-check-key to ws-sh-tbl-key(ws-sh-idx)

           end-if.

           read store-hours-file
               at end move "Y" to ws-hours-eof-flag.

       599-compare-store-hours-entry.

           if (ws-sh-check-key = ws-sh-tbl-key(ws-sh-idx)) then

               move "Y" to ws-sh-found-flag

           end-if.

      *Write the pass/fail summary and raise the console alert and
      *return code the JCL gates on.
       900-write-summary.
