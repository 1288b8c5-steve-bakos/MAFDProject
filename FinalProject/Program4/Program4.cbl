       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Input-file declaration
           select input-file
               assign to "../../../../Program2/data/returns-records.out"
               organization is line sequential
               file status is ws-taxrt-status.

      *Customer master - read so a return by a tax-exempt customer
      *holding a certificate good on the return date refunds no tax,
      *since none was collected on the sale.
           select customer-master-file
               assign to
               "../../../../Program1/data/customer-master.dat"
               organization is line sequential
               file status is ws-custmst-status.

      *Exempt-returns extract - one line per return to a tax-exempt
      *customer, with the certificate it was refunded under, for
      *the exempt-sales section of the remittance report.
           select exempt-sales-file
               assign to "../../../data/returns-exempt.dat"
               organization is line sequential.

      *Province rate table - the federal and provincial rates for
      *each destination province a web order can ship to, keyed by
      *the two-letter province code Program33 works out from the
      *ship-to address.
           select province-rate-file
               assign to
               "../../../../Program3/data/province-tax-rate.dat"
               organization is line sequential
               file status is ws-provrt-status.

      *Web order cross-reference Program33 writes - each web
      *invoice with the province it shipped to, so a web return is
      *taxed at its destination's rate instead of store 90's.
           select web-xref-file
               assign to
               "../../../../Program33/data/web-order-xref.dat"
               organization is line sequential
               file status is ws-webx-status.

      *Web tax remittance extract - this run's federal and
      *provincial tax refunded on web returns, per destination
      *province, for the remittance report.
           select web-remit-file
               assign to "../../../data/returns-web-tax-remit.dat"
               organization is line sequential.

      *Tax remittance extract - this run's federal and provincial
      *tax refunded per store on the returns side, for the
      *remittance report.
               assign to "../../../data/returns-gl-totals.dat"
               organization is line sequential.

      *GL store totals extract - the same returns/tax figures broken
      *out by the store that took the return and the store that
      *made the original sale, so Program5 can charge each return
      *to the company that owns the sale and settle the refund
      *with the company whose store paid it out.
           select gl-store-totals-file
               assign to "../../../data/returns-gl-store-totals.dat"
               organization is line sequential.

      *Invoice master - the cumulative indexed file Program6
      *maintains, read here by key to find the store that made the
      *sale a return is against.
           select invoice-master-file
               assign to "../../../../Program6/data/invoice-master.idx"
               organization is indexed
               access mode is random
               record key is im-invoice-number
               file status is ws-im-status.

      *Running totals file - carries period-to-date and year-to-date
      *returns/tax totals across daily runs instead of throwing every
      *counter away when the job ends. Carries the run id it last
      *absorbed, so an accidental second run is skipped instead of
               organization is line sequential
               file status is ws-rt-status.

      *Fiscal calendar - one line per fiscal week mapping it to its
      *fiscal year and 4-4-5 period. The running totals roll over on
      *fiscal period boundaries off this file; a date it doesn't
      *cover falls back to its calendar month.
           select fiscal-calendar-file
               assign to "../../../../Program1/data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fcal-status.

      *Before-image copy of the running totals, taken at the start
      *of the run so a bad day can be backed out.
           select rt-backup-file
               assign to "../../../data/program4-running-totals.bak"
               organization is line sequential.

      *Per-store period-to-date returns/tax totals, carried across
      *daily runs so the period-end statement can show the period
      *by store instead of company-wide only.
           select store-mtd-file
               assign to "../../../data/returns-store-mtd.dat"
               organization is line sequential
               file status is ws-smtd-status.

      *Before-image copy of the per-store period-to-date totals.
           select store-mtd-backup-file
               assign to "../../../data/returns-store-mtd.bak"
               organization is line sequential.
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

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

           05 txr-fed-tax-out                      pic 9(8)v99.
           05 txr-prov-tax-out                     pic 9(8)v99.

      *Define the province rate table input record
       fd province-rate-file
           data record is pr-record-in
           record contains 8 characters.

       01 pr-record-in.
           05 pr-province-in                       pic xx.
           05 pr-fed-rate-in                       pic 9v99.
           05 pr-prov-rate-in                      pic 9v99.

      *Define the web order cross-reference record - same shape
      *Program33 writes.
       fd web-xref-file
           data record is wx-record
           record contains 31 characters.

       01 wx-record.
           05 wx-order-number                      pic x(20).
           05 wx-invoice-number                    pic x(9).
           05 wx-ship-province                     pic xx.

      *Define the web tax remittance extract record
       fd web-remit-file
           data record is web-remit-out
           record contains 22 characters.

       01 web-remit-out.
           05 wtr-province-out                     pic xx.
           05 wtr-fed-tax-out                      pic 9(8)v99.
           05 wtr-prov-tax-out                     pic 9(8)v99.

      *Define the customer master input record - same shape
      *Program46 maintains.
       fd customer-master-file
           data record is cm-customer-in
           record contains 66 characters.

       01 cm-customer-in.
           05 cm-in-cust-num                       pic 9(6).
           05 cm-in-cust-name                      pic x(20).
           05 cm-in-credit-limit                   pic 9(7)v99.
           05 cm-in-terms                          pic x(8).
           05 cm-in-status                         pic x.
           05 cm-in-exempt-flag                    pic x.
           05 cm-in-cert-num                       pic x(15).
           05 cm-in-cert-expiry                    pic 9(6).

      *Define the exempt-sales extract record
       fd exempt-sales-file
           data record is exempt-sale-out
           record contains 53 characters.

       01 exempt-sale-out.
           05 exs-store-num-out                    pic 99.
           05 exs-invoice-out                      pic x(9).
           05 exs-trans-date-out                   pic 9(6).
           05 exs-trans-code-out                   pic x.
           05 exs-cust-num-out                     pic 9(6).
           05 exs-cert-num-out                     pic x(15).
           05 exs-exempt-amt-out                   pic 9(5)v99.
           05 exs-tax-forgone-out                  pic 9(5)v99.

      *Define the store master input record
       fd store-master-file
           data record is sm-store-in
           05 glt-fed-tax-amt-out                   pic 9(8)v99.
           05 glt-prov-tax-amt-out                  pic 9(8)v99.

      *Define the GL store totals extract record - one per pairing
      *of returning store and selling store seen this run.
       fd gl-store-totals-file
           data record is gl-store-totals-out
           record contains 44 characters.

       01 gl-store-totals-out.
           05 gls-store-num-out                     pic 99.
           05 gls-sale-store-num-out                pic 99.
           05 gls-returns-amt-out                   pic 9(8)v99.
           05 gls-tax-amt-out                       pic 9(8)v99.
           05 gls-fed-tax-amt-out                   pic 9(8)v99.
           05 gls-prov-tax-amt-out                  pic 9(8)v99.

      *Define the indexed invoice master record - same shape
      *Program6 writes it.
       fd invoice-master-file.

       01 im-record.
           05 im-invoice-number.
               10 im-inv-prefix                pic xx.
               10 im-inv-hyphen                pic x.
               10 im-inv-number                pic 9(6).
           05 im-trans-code                    pic x.
           05 im-trans-amt                     pic 9(5)v99.
           05 im-pay-type                      pic xx.
           05 im-store-num                     pic 99.
           05 im-sku-code                      pic x(15).
           05 im-reason-code                   pic xx.
           05 im-trans-date                    pic 9(6).
           05 im-cashier-id                    pic 9(4).
           05 im-cust-num                      pic 9(6).

      *Define the running totals record - the fiscal year and period
      *last posted into plus the period-to-date and year-to-date
      *returns/tax counts and dollar amounts.
       fd running-totals-file
           data record is rt-record
           record contains 65 characters.
           05 rt-ytd-r-amt                          pic 9(9)v99.
           05 rt-ytd-tax-amt                        pic 9(9)v99.

      *Define the fiscal calendar record - the fiscal year (named
      *for the calendar year it ends in), the period and week of
      *that year, and the week's first and last dates.
       fd fiscal-calendar-file
           data record is fc-record-in
           record contains 18 characters.

       01 fc-record-in.
           05 fc-fiscal-yy-in                      pic 99.
           05 fc-period-in                         pic 99.
           05 fc-week-in                           pic 99.
           05 fc-start-date-in                     pic 9(6).
           05 fc-end-date-in                       pic 9(6).

      *Define the before-image backup record - a raw copy of the
      *running-totals record above.
       fd rt-backup-file

       01 rt-bak-record                        pic x(65).

      *Define the per-store period-to-date record - the fiscal year
      *and period it belongs to ride on every record, so a record
      *from a closed period is recognized and dropped instead of
      *carried forward.
       fd store-mtd-file
           data record is smtd-record
           record contains 36 characters.

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM4 - already complete, skipped on restart".

       77 ws-lock-status                       pic xx
           value "00".
       77 ws-lockovr-status                    pic xx
       01 ws-eof-flag                              pic x
           value "N".

       77 ws-provrt-status                         pic xx
           value "00".
       77 ws-provrt-eof-flag                       pic x
           value "N".
       77 ws-webx-status                           pic xx
           value "00".
       77 ws-webx-eof-flag                         pic x
           value "N".

      *In-memory copy of the province rate table, with the web tax
      *tallied against each destination province as it is charged.
       01 ws-provrt-tbl-cnt                        pic 9(3)
           value 0.

       01 ws-provrt-tbl.
           05 ws-provrt-tbl-entry                  occurs 1 to 20 times
                   depending on ws-provrt-tbl-cnt
                   indexed by ws-provrt-idx.
               10 ws-provrt-tbl-code                pic xx.
               10 ws-provrt-tbl-fed-rate            pic 9v99.
               10 ws-provrt-tbl-prov-rate           pic 9v99.
               10 ws-provrt-tbl-fed-tax             pic 9(8)v99.
               10 ws-provrt-tbl-prov-tax            pic 9(8)v99.

       77 ws-provrt-check-code                     pic xx
           value spaces.
       77 ws-provrt-found-flag                     pic x
           value "N".
       77 ws-provrt-match-idx                      pic 9(3)
           value 0.

      *In-memory copy of the web invoices Program33 has tagged with
      *a destination province. Untagged lines are passed over.
       01 ws-webx-tbl-cnt                          pic 9(5)
           value 0.

       01 ws-webx-tbl.
           05 ws-webx-tbl-entry                occurs 1 to 20000 times
                   depending on ws-webx-tbl-cnt
                   indexed by ws-webx-idx.
               10 ws-webx-tbl-invoice               pic x(9).
               10 ws-webx-tbl-province              pic xx.

       77 ws-webx-check-invoice                    pic x(9)
           value spaces.
       77 ws-webx-found-flag                       pic x
           value "N".
       77 ws-webx-match-idx                        pic 9(5)
           value 0.

      *Set by 502-check-web-destination when the record is a web
      *invoice taxed at its destination province's rates; the
      *province entry is left at ws-provrt-match-idx.
       77 ws-web-dest-flag                         pic x
           value "N".

       01 ws-con-web-inv-prefix                    pic xx
           value "WB".

       77 ws-custmst-status                        pic xx
           value "00".
       77 ws-cust-eof-flag                         pic x
           value "N".

      *In-memory copy of the tax-exempt customers on the customer
      *master - only they matter here. A missing master means no
      *return is treated as exempt.
       01 ws-cust-tbl-cnt                          pic 9(4)
           value 0.

       01 ws-cust-tbl.
           05 ws-cust-tbl-entry                occurs 1 to 5000 times
                   depending on ws-cust-tbl-cnt
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num                   pic 9(6).
               10 ws-cust-tbl-cert-num              pic x(15).
               10 ws-cust-tbl-cert-expiry           pic 9(6).

       77 ws-cust-check-num                        pic 9(6)
           value 0.
       77 ws-cust-found-flag                       pic x
           value "N".
       77 ws-cust-match-idx                        pic 9(4)
           value 0.

      *Set by 508-check-tax-exemption when the record's customer
      *holds a certificate good on the transaction date; the tax the
      *record would otherwise have carried is kept for the extract.
       77 ws-exempt-flag                           pic x
           value "N".
       01 ws-exempt-tax-forgone                    pic 9(5)v99
           value 0.
       01 ws-exempt-fed-forgone                    pic 9(5)v99
           value 0.
       01 ws-exempt-prov-forgone                   pic 9(5)v99
           value 0.
       01 ws-exempt-hash                           pic s9(11)v99
           value 0.
       77 ws-exempt-count                          pic 9(6)
           value 0.

       01 ws-con-exempt-yes                        pic x
           value "Y".

       77 ws-taxrt-status                          pic xx
           value "00".
       77 ws-taxrt-eof-flag                        pic x

       77 ws-store-status                          pic xx
           value "00".
       77 ws-im-status                             pic xx
           value "00".
       77 ws-im-open-flag                          pic x
           value "N".
       77 ws-im-found-flag                         pic x
           value "N".

      *Returns by returning store and selling store. The selling
      *store comes off the original sale on the invoice master; a
      *return whose sale can't be found there is taken to be
      *against its own store.
       01 ws-rss-tbl-cnt                           pic 9(4)
           value 0.

       01 ws-rss-tbl.
           05 ws-rss-tbl-entry                occurs 1 to 2000 times
                   depending on ws-rss-tbl-cnt
                   indexed by ws-rss-idx.
               10 ws-rss-tbl-store               pic 99.
               10 ws-rss-tbl-sale-store          pic 99.
               10 ws-rss-tbl-ret-amt             pic 9(8)v99.
               10 ws-rss-tbl-fed-tax             pic 9(8)v99.
               10 ws-rss-tbl-prov-tax            pic 9(8)v99.

       77 ws-rss-sale-store                        pic 99
           value 0.
       77 ws-rss-found-flag                        pic x
           value "N".
       77 ws-rss-match-idx                         pic 9(4)
           value 0.

       01 ws-con-im-sale-code                      pic x
           value "S".
       01 ws-con-im-layaway-code                   pic x
           value "L".

      *In-memory copy of the tax rate table, loaded once at startup
      *and searched by store number whenever a record's tax is
               10 ws-store-tbl-ret-amt           pic 9(8)v99.
               10 ws-store-tbl-fed-tax           pic 9(8)v99.
               10 ws-store-tbl-prov-tax          pic 9(8)v99.
               10 ws-store-tbl-web-fed-tax       pic 9(8)v99.
               10 ws-store-tbl-web-prov-tax      pic 9(8)v99.
               10 ws-store-tbl-mtd-r-amt         pic 9(8)v99.
               10 ws-store-tbl-mtd-fed-tax       pic 9(8)v99.
               10 ws-store-tbl-mtd-prov-tax      pic 9(8)v99.
       77 ws-rerun-flag                            pic x
           value "N".

      *Composite fiscal year/period work fields for the directional
      *PTD/YTD
      *rollover in 565-apply-date-bucket.
       77 ws-apply-bucket-ym                       pic 9(4)
           value 0.
       77 ws-apply-last-ym                         pic 9(4)
           value 0.

      *The fiscal calendar, one entry per fiscal week, and the
      *fiscal year/period/week the last lookup landed on.
       77 ws-fcal-status                           pic xx
           value "00".
       77 ws-fcal-eof-flag                         pic x
           value "N".

       01 ws-fcal-tbl-cnt                          pic 9(3)
           value 0.

       01 ws-fcal-tbl.
           05 ws-fcal-tbl-entry               occurs 1 to 400 times
                   depending on ws-fcal-tbl-cnt
                   indexed by ws-fcal-idx.
               10 ws-fcal-tbl-fiscal-yy            pic 99.
               10 ws-fcal-tbl-period               pic 99.
               10 ws-fcal-tbl-week                 pic 99.
               10 ws-fcal-tbl-start-date           pic 9(6).
               10 ws-fcal-tbl-end-date             pic 9(6).

       01 ws-fcal-check-date                       pic 9(6)
           value 0.
       01 ws-fcal-check-parts redefines ws-fcal-check-date.
           05 ws-fcal-check-yy                     pic 99.
           05 ws-fcal-check-mm                     pic 99.
           05 ws-fcal-check-dd                     pic 99.

       77 ws-fcal-found-flag                       pic x
           value "N".
       77 ws-fcal-match-idx                        pic 9(3)
           value 0.
       77 ws-fcal-fiscal-yy                        pic 99
           value 0.
       77 ws-fcal-period                           pic 99
           value 0.
       77 ws-fcal-week                             pic 99
           value 0.

      *Set when a bucket opens a new fiscal year while the running
      *totals still carry last year's YTD - the fiscal year-end
      *close wasn't run, so the YTD is carried rather than zeroed.
       77 ws-fcal-ye-pending-flag                  pic x
           value "N".

       01 ws-con-ye-pending-msg                    pic x(56)
           value
           "*** FISCAL YEAR-END CLOSE NOT RUN - YTD CARRIED FORWARD".

       01 ws-fiscal-label-line.
           05 filler                               pic x(5)
               value spaces.
           05 filler                               pic x(13)
               value "FISCAL YEAR: ".
           05 ws-fl-fiscal-yy                      pic 99.
           05 filler                               pic x(11)
               value "   PERIOD: ".
           05 ws-fl-period                         pic 99.
           05 filler                               pic x(9)
               value "   WEEK: ".
           05 ws-fl-week                           pic 99.

       77 ws-smtd-status                           pic xx
           value "00".

           05 filler                               pic x
               value space.
           05 filler                               pic x(30)
               value "PERIOD-TO-DATE / YEAR-TO-DATE".

       01 ws-mtd-returns-line.
           05 filler                               pic x(5)
               value spaces.
           05 filler                               pic x(19)
               value "PTD RETURNS COUNT: ".
           05 ws-mtd-r-count-out                    pic zz,zz9.
           05 filler                               pic x(10)
               value "  AMOUNT: ".
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
           perform 400-read-file until ws-eof-flag = "Y".
           perform 700-print-totals.
           perform 555-write-gl-totals.
           perform 556-write-gl-store-totals.
           perform 557-write-tax-remittance.
           perform 559-close-exempt-returns.
           perform 552-write-web-tax-remittance.
           perform 560-update-running-totals.
           perform 562-update-store-mtd.
           perform 570-write-burst-reports.
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

           if (rs-program-id = "PROGRAM4  ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Take the chain run-lock, or refuse to start when another
      *program holds it. A lock left from a prior day is an abend's
      *leftovers and is taken over with a console note; the
       100-open-files.

           perform 105-load-run-id.
           perform 115-load-fiscal-calendar.
           perform 106-check-rerun-and-backup.
           perform 108-load-burst-flag.
           perform 110-load-tax-rate-table.
           perform 130-load-store-master.
           perform 137-load-customer-master.
           perform 111-load-province-rates.
           perform 113-load-web-xref.

           open input invoice-master-file.

           if (ws-im-status = "00") then
               move "Y" to ws-im-open-flag
           end-if.

           open input input-file.
           open output output-file.

           move bh-batch-date to xh-batch-date.
           move bh-run-id     to xh-run-id.
           open output exempt-sales-file.
           write exempt-sale-out from ws-extract-header-line.

           write output-line from ws-batch-header-line.

      *Load the fiscal calendar into a table. A missing file leaves
      *the table empty and every date falls back to its calendar
      *month.
       115-load-fiscal-calendar.

           open input fiscal-calendar-file.

           if (ws-fcal-status = "00") then

               read fiscal-calendar-file
                   at end move "Y" to ws-fcal-eof-flag
               end-read

               perform 116-load-fiscal-calendar-entry
                   until ws-fcal-eof-flag = "Y"

               close fiscal-calendar-file

           end-if.

       116-load-fiscal-calendar-entry.

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

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the header at zeros rather
      *than aborting.
           move 0               to ws-store-tbl-ret-amt(ws-store-idx).
           move 0               to ws-store-tbl-fed-tax(ws-store-idx).
           move 0             to ws-store-tbl-prov-tax(ws-store-idx).
           move 0 to ws-store-tbl-web-fed-tax(ws-store-idx).
           move 0 to ws-store-tbl-web-prov-tax(ws-store-idx).
           move 0 to ws-store-tbl-mtd-r-amt(ws-store-idx).
           move 0 to ws-store-tbl-mtd-fed-tax(ws-store-idx).
           move 0 to ws-store-tbl-mtd-prov-tax(ws-store-idx).
           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *Load the province rate table so 502-check-web-destination can
      *look each web record's destination up without touching the
      *file again. The file is optional - if it isn't there, web
      *orders are taxed at store 90's own rate as they always were.
       111-load-province-rates.

           open input province-rate-file.

           if (ws-provrt-status = "00") then

               read province-rate-file
                   at end move "Y" to ws-provrt-eof-flag
               end-read

               perform 112-load-province-entry
                   until ws-provrt-eof-flag = "Y"

               close province-rate-file

           end-if.

       112-load-province-entry.

           add 1 to ws-provrt-tbl-cnt.
           set ws-provrt-idx to ws-provrt-tbl-cnt.

           move pr-province-in to ws-provrt-tbl-code(ws-provrt-idx).
           move pr-fed-rate-in
               to ws-provrt-tbl-fed-rate(ws-provrt-idx).
           move pr-prov-rate-in
               to ws-provrt-tbl-prov-rate(ws-provrt-idx).
           move 0 to ws-provrt-tbl-fed-tax(ws-provrt-idx).
           move 0 to ws-provrt-tbl-prov-tax(ws-provrt-idx).

           read province-rate-file
               at end move "Y" to ws-provrt-eof-flag.

      *Load the web invoices Program33 tagged with a destination
      *province. A missing cross-reference leaves every web order
      *at store 90's rate.
       113-load-web-xref.

           open input web-xref-file.

           if (ws-webx-status = "00") then

               read web-xref-file
                   at end move "Y" to ws-webx-eof-flag
               end-read

               perform 114-load-web-xref-entry
                   until ws-webx-eof-flag = "Y"

               close web-xref-file

           end-if.

       114-load-web-xref-entry.

           if (wx-ship-province not = spaces) then

               add 1 to ws-webx-tbl-cnt
               set ws-webx-idx to ws-webx-tbl-cnt

               move wx-invoice-number
                   to ws-webx-tbl-invoice(ws-webx-idx)
               move wx-ship-province
                   to ws-webx-tbl-province(ws-webx-idx)

           end-if.

           read web-xref-file
               at end move "Y" to ws-webx-eof-flag.

      *Load the tax-exempt customers off the customer master so
      *508-check-tax-exemption can look each record's customer up
      *without touching the file again. Customers without an
      *exemption are passed over. The file is optional - if it
      *isn't there, nothing is treated as exempt.
       137-load-customer-master.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-cust-eof-flag
               end-read

               perform 138-load-customer-entry
                   until ws-cust-eof-flag = "Y"

               close customer-master-file

           end-if.

       138-load-customer-entry.

           if (cm-in-exempt-flag = ws-con-exempt-yes) then

               add 1 to ws-cust-tbl-cnt
               set ws-cust-idx to ws-cust-tbl-cnt

               move cm-in-cust-num to ws-cust-tbl-num(ws-cust-idx)
               move cm-in-cert-num
                   to ws-cust-tbl-cert-num(ws-cust-idx)
               move cm-in-cert-expiry
                   to ws-cust-tbl-cert-expiry(ws-cust-idx)

           end-if.

           read customer-master-file
               at end move "Y" to ws-cust-eof-flag.

      *Read the first record in the file
       200-initial-read.


           move ws-calc-tax-owing to ws-dl-tax-owing.

           if (ws-exempt-flag = "Y") then
               perform 512-write-exempt-sale
           end-if.

           add 1 to ws-cnt-R-records.
           add ws-calc-tax-owing  to ws-calc-total-tax.
           add ws-calc-fed-tax    to ws-calc-total-fed-tax.

           perform 515-bucket-by-trans-date.
           perform 530-increment-store-totals.
           perform 531-tally-sale-store.

           if (ws-web-dest-flag = "Y") then
               perform 527-tally-web-destination
           end-if.

      *Add this return's count, amount and tax into the bucket for
      *its business date, creating the bucket (in ascending date
               move ws-con-prov-rate to ws-prov-rate-in-use
           end-if.

           perform 502-check-web-destination.
           perform 508-check-tax-exemption.

      *A web invoice is taxed where the parcel went, not where store
      *90 sits: when Program33 tagged the invoice with a destination
      *province on the rate table, that province's rates replace the
      *store's. A web invoice with no tag (or a province missing
      *from the table) keeps store 90's rate.
       502-check-web-destination.

           move "N" to ws-web-dest-flag.

           if (il-inv-prefix = ws-con-web-inv-prefix)
               and (ws-webx-tbl-cnt > 0) then

               move il-invoice-number to ws-webx-check-invoice
               perform 503-search-web-xref

               if (ws-webx-found-flag = "Y") then

                   move ws-webx-tbl-province(ws-webx-match-idx)
                       to ws-provrt-check-code
                   perform 513-search-province-table

                   if (ws-provrt-found-flag = "Y") then

                       move "Y" to ws-web-dest-flag
                       move ws-provrt-tbl-fed-rate(ws-provrt-match-idx)
                           to ws-fed-rate-in-use
                       move ws-provrt-tbl-prov-rate(ws-provrt-match-idx)
                           to ws-prov-rate-in-use

                   end-if

               end-if

           end-if.

       503-search-web-xref.

           move "N" to ws-webx-found-flag.

           perform 504-compare-web-xref-entry
               varying ws-webx-idx from 1 by 1
               until ws-webx-idx > ws-webx-tbl-cnt
                   or ws-webx-found-flag = "Y".

      *Compare one cross-reference entry to ws-webx-check-invoice,
      *remembering where the match sits.
       504-compare-web-xref-entry.

           if (ws-webx-check-invoice = ws-webx-tbl-invoice(ws-webx-idx))
               then

               move "Y" to ws-webx-found-flag
               set ws-webx-match-idx to ws-webx-idx

           end-if.

       513-search-province-table.

           move "N" to ws-provrt-found-flag.

           perform 514-compare-province-entry
               varying ws-provrt-idx from 1 by 1
               until ws-provrt-idx > ws-provrt-tbl-cnt
                   or ws-provrt-found-flag = "Y".

      *Compare one province rate entry to ws-provrt-check-code,
      *remembering where the match sits.
       514-compare-province-entry.

           if (ws-provrt-check-code
               = ws-provrt-tbl-code(ws-provrt-idx)) then

               move "Y" to ws-provrt-found-flag
               set ws-provrt-match-idx to ws-provrt-idx

           end-if.

      *Tally a web return's tax against its destination province, and
      *against the store's web share so the store's own remittance
      *line leaves it out.
       527-tally-web-destination.

           add ws-calc-fed-tax
               to ws-provrt-tbl-fed-tax(ws-provrt-match-idx).
           add ws-calc-prov-tax
               to ws-provrt-tbl-prov-tax(ws-provrt-match-idx).

           move il-store-num to ws-store-check-num.
           perform 535-search-store-table.

           if (ws-store-found-flag = "Y") then
               set ws-store-idx to ws-store-match-idx
               add ws-calc-fed-tax
                   to ws-store-tbl-web-fed-tax(ws-store-idx)
               add ws-calc-prov-tax
                   to ws-store-tbl-web-prov-tax(ws-store-idx)
           end-if.

      *A return to a customer holding a tax-exemption certificate
      *still good on the transaction date carries no tax - both rates
      *in use drop to zero, so every tax figure built from them
      *(the detail line, the store and company totals, the
      *remittance extract, the burst reports) comes out nil. The
      *tax the return would have carried is kept for the exempt-sales
      *extract.
       508-check-tax-exemption.

           move "N" to ws-exempt-flag.
           move 0   to ws-exempt-tax-forgone.

           if (ws-cust-tbl-cnt > 0)
               and (il-cust-num is numeric)
               and (il-cust-num not = 0) then

               move il-cust-num to ws-cust-check-num
               perform 509-search-customer-table

               if (ws-cust-found-flag = "Y")
                   and (ws-cust-tbl-cert-expiry(ws-cust-match-idx)
                       not < il-trans-date) then

                   move "Y" to ws-exempt-flag

                   compute ws-exempt-fed-forgone rounded
                       = il-trans-amt * ws-fed-rate-in-use
                   compute ws-exempt-prov-forgone rounded
                       = il-trans-amt * ws-prov-rate-in-use
                   compute ws-exempt-tax-forgone
                       = ws-exempt-fed-forgone + ws-exempt-prov-forgone

                   move 0 to ws-fed-rate-in-use
                   move 0 to ws-prov-rate-in-use

               end-if

           end-if.

      *Search the exempt-customer table for ws-cust-check-num.
       509-search-customer-table.

           move "N" to ws-cust-found-flag.

           perform 511-compare-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

      *Compare one exempt-customer entry to ws-cust-check-num,
      *remembering where the match sits - the perform varying above
      *leaves ws-cust-idx one past it by the time the loop stops.
       511-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag
               set ws-cust-match-idx to ws-cust-idx

           end-if.

      *Write one exempt return to the exempt-sales extract, with the
      *certificate it went through under.
       512-write-exempt-sale.

           move il-store-num      to exs-store-num-out.
           move il-invoice-number to exs-invoice-out.
           move il-trans-date     to exs-trans-date-out.
           move il-trans-code     to exs-trans-code-out.
           move il-cust-num       to exs-cust-num-out.
           move ws-cust-tbl-cert-num(ws-cust-match-idx)
               to exs-cert-num-out.
           move il-trans-amt      to exs-exempt-amt-out.
           move ws-exempt-tax-forgone to exs-tax-forgone-out.

           write exempt-sale-out.

           add 1 to ws-exempt-count.
           add exs-exempt-amt-out to ws-exempt-hash.

       506-search-tax-rate-table.

           move "N" to ws-tx-found-flag.
                   to ws-store-tbl-prov-tax(ws-store-idx)
           end-if.

      *Add this return into the entry for its returning store and
      *the store that made the original sale, opening the entry the
      *first time the pairing turns up. Only a Sale or Layaway on
      *the invoice master is an original sale.
       531-tally-sale-store.

           move il-store-num to ws-rss-sale-store.
           move "N" to ws-im-found-flag.

           if (ws-im-open-flag = "Y") then

               move il-invoice-number to im-invoice-number
               move "Y" to ws-im-found-flag

               read invoice-master-file
                   invalid key move "N" to ws-im-found-flag
               end-read

           end-if.

           if (ws-im-found-flag = "Y")
               and ((im-trans-code = ws-con-im-sale-code)
                   or (im-trans-code = ws-con-im-layaway-code)) then
               move im-store-num to ws-rss-sale-store
           end-if.

           move "N" to ws-rss-found-flag.

           perform 532-compare-sale-store-entry
               varying ws-rss-idx from 1 by 1
               until ws-rss-idx > ws-rss-tbl-cnt
                   or ws-rss-found-flag = "Y".

           if (ws-rss-found-flag = "Y") then

               set ws-rss-idx to ws-rss-match-idx

           else

               if (ws-rss-tbl-cnt < 2000) then
                   add 1 to ws-rss-tbl-cnt
                   set ws-rss-idx to ws-rss-tbl-cnt
                   move il-store-num to ws-rss-tbl-store(ws-rss-idx)
                   move ws-rss-sale-store
                       to ws-rss-tbl-sale-store(ws-rss-idx)
                   move 0 to ws-rss-tbl-ret-amt(ws-rss-idx)
                   move 0 to ws-rss-tbl-fed-tax(ws-rss-idx)
                   move 0 to ws-rss-tbl-prov-tax(ws-rss-idx)
                   move "Y" to ws-rss-found-flag
               end-if

           end-if.

           if (ws-rss-found-flag = "Y") then
               add ws-calc-trans-amt to ws-rss-tbl-ret-amt(ws-rss-idx)
               add ws-calc-fed-tax   to ws-rss-tbl-fed-tax(ws-rss-idx)
               add ws-calc-prov-tax  to ws-rss-tbl-prov-tax(ws-rss-idx)
           end-if.

      *Compare one pairing to this return's stores, remembering
      *where the match sits - the perform varying above leaves
      *ws-rss-idx one past it by the time the loop stops.
       532-compare-sale-store-entry.

           if (il-store-num = ws-rss-tbl-store(ws-rss-idx))
               and (ws-rss-sale-store
                   = ws-rss-tbl-sale-store(ws-rss-idx)) then

               move "Y" to ws-rss-found-flag
               set ws-rss-match-idx to ws-rss-idx

           end-if.

       535-search-store-table.

           move "N" to ws-store-found-flag.

           close gl-totals-file.

      *Write the GL store totals extract - one record per pairing
      *of returning and selling store, summing back to the
      *chain-wide extract above.
       556-write-gl-store-totals.

           open output gl-store-totals-file.

           move bh-batch-date to xh-batch-date.
           move bh-run-id     to xh-run-id.
           write gl-store-totals-out from ws-extract-header-line.

           move 0 to ws-extract-hash.
           move 0 to ws-extract-count.

           perform 554-write-one-gl-store-entry
               varying ws-rss-idx from 1 by 1
               until ws-rss-idx > ws-rss-tbl-cnt.

           move ws-extract-count to xt-record-count.
           move ws-extract-hash  to xt-amount-hash.
           write gl-store-totals-out from ws-extract-trailer-line.

           close gl-store-totals-file.

       554-write-one-gl-store-entry.

           move ws-rss-tbl-store(ws-rss-idx)  to gls-store-num-out.
           move ws-rss-tbl-sale-store(ws-rss-idx)
               to gls-sale-store-num-out.
           move ws-rss-tbl-ret-amt(ws-rss-idx) to gls-returns-amt-out.
           compute gls-tax-amt-out
               = ws-rss-tbl-fed-tax(ws-rss-idx)
                   + ws-rss-tbl-prov-tax(ws-rss-idx).
           move ws-rss-tbl-fed-tax(ws-rss-idx)  to gls-fed-tax-amt-out.
           move ws-rss-tbl-prov-tax(ws-rss-idx) to gls-prov-tax-amt-out.

           write gl-store-totals-out.

           add 1 to ws-extract-count.
           add gls-returns-amt-out to ws-extract-hash.
           add gls-tax-amt-out     to ws-extract-hash.

      *Write the per-store tax remittance extract for the
      *remittance report - one record per store, fed and provincial
      *components separately, returns side.

           move ws-store-tbl-num(ws-store-idx)      to
               txr-store-num-out.
           compute txr-fed-tax-out
               = ws-store-tbl-fed-tax(ws-store-idx)
                   - ws-store-tbl-web-fed-tax(ws-store-idx).
           compute txr-prov-tax-out
               = ws-store-tbl-prov-tax(ws-store-idx)
                   - ws-store-tbl-web-prov-tax(ws-store-idx).

           write tax-remit-out.

           add txr-fed-tax-out  to ws-extract-hash.
           add txr-prov-tax-out to ws-extract-hash.

      *Write the web tax remittance extract - one record per
      *destination province on the rate table, fed and provincial
      *components separately.
       552-write-web-tax-remittance.

           open output web-remit-file.

           move bh-batch-date to xh-batch-date.
           move bh-run-id     to xh-run-id.
           write web-remit-out from ws-extract-header-line.

           move 0 to ws-extract-hash.
           move 0 to ws-extract-count.

           perform 553-write-one-web-remit-entry
               varying ws-provrt-idx from 1 by 1
               until ws-provrt-idx > ws-provrt-tbl-cnt.

           move ws-extract-count to xt-record-count.
           move ws-extract-hash  to xt-amount-hash.
           write web-remit-out from ws-extract-trailer-line.

           close web-remit-file.

       553-write-one-web-remit-entry.

           move ws-provrt-tbl-code(ws-provrt-idx)     to
               wtr-province-out.
           move ws-provrt-tbl-fed-tax(ws-provrt-idx)  to
               wtr-fed-tax-out.
           move ws-provrt-tbl-prov-tax(ws-provrt-idx) to
               wtr-prov-tax-out.

           write web-remit-out.

           add 1 to ws-extract-count.
           add wtr-fed-tax-out  to ws-extract-hash.
           add wtr-prov-tax-out to ws-extract-hash.

      *Close off the exempt-sales extract with its count and amount
      *hash trailer.
       559-close-exempt-returns.

           move ws-exempt-count to xt-record-count.
           move ws-exempt-hash  to xt-amount-hash.
           write exempt-sale-out from ws-extract-trailer-line.

           close exempt-sales-file.

      *Roll this run's returns/tax activity into the period-to-date
      *and year-to-date running totals and print them on the Returns
      *report. The rollover keys off each bucket's transaction date
      *(applied in ascending order), not the run date, so a late
      *feed posts to the fiscal period it belongs to.
      *rt-last-run-yy/mm hold the fiscal year and period.
       560-update-running-totals.

           move 0 to rt-last-run-id.
                   varying ws-date-idx from 1 by 1
                   until ws-date-idx > ws-date-tbl-cnt

               if (ws-fcal-ye-pending-flag = "Y") then
                   display ws-con-ye-pending-msg
               end-if

               move bh-run-id to rt-last-run-id

               open output running-totals-file
           write output-line from spaces.
           write output-line from ws-running-totals-header.

           move bh-batch-date to ws-fcal-check-date.
           perform 568-find-fiscal-period.
           move rt-last-run-yy to ws-fl-fiscal-yy.
           move rt-last-run-mm to ws-fl-period.
           move ws-fcal-week   to ws-fl-week.
           write output-line from ws-fiscal-label-line.

           if (ws-fcal-ye-pending-flag = "Y") then
               write output-line from ws-con-ye-pending-msg
           end-if.

           move rt-mtd-r-count to ws-mtd-r-count-out.
           move rt-mtd-r-amt   to ws-mtd-r-amt-out.
           move rt-mtd-tax-amt to ws-mtd-tax-amt-out.
           read input-file
               at end move "Y" to ws-burst-eof-flag.

      *Carry the per-store period-to-date totals forward: load
      *yesterday's file (taking its before-image), drop any record
      *from a fiscal period other than the one the running totals just
      *landed on, add today's per-store figures, and rewrite. A
      *rerun leaves the file exactly as the first pass wrote it.
       562-update-store-mtd.
           end-if.

      *Pick up one carried-forward record - only when it belongs to
      *the fiscal period the running totals now sit in.
       566-load-one-store-mtd.

           write smtd-bak-record from smtd-record.
               at end move "Y" to ws-smtd-eof-flag.

      *Add today's per-store figures and write the file back, one
      *record per store, stamped with the period it belongs to.
       564-rewrite-store-mtd.

           open output store-mtd-file.
           write smtd-record.

      *Roll one date bucket into the running totals. The reset is
      *directional: only a bucket dated PAST the last-applied fiscal
      *period opens a new period. A straggler bucket from an earlier
      *period - the late feed this system exists to absorb - adds
      *into the YTD side only, and never drags the current period
      *backward. The YTD side is never zeroed here: that is the
      *fiscal year-end close's job in Program22. A new fiscal year
      *arriving with last year's YTD still on the books means the
      *close was missed - the YTD is carried and the report and
      *console say so.
       565-apply-date-bucket.

           move ws-date-tbl-date(ws-date-idx) to ws-fcal-check-date.
           perform 568-find-fiscal-period.

           compute ws-apply-bucket-ym
               = ws-fcal-fiscal-yy * 100 + ws-fcal-period.
           compute ws-apply-last-ym
               = rt-last-run-yy * 100 + rt-last-run-mm.

           if (ws-apply-bucket-ym > ws-apply-last-ym) then

               if (ws-fcal-fiscal-yy > rt-last-run-yy)
                   and (rt-ytd-r-count not = 0) then
                   move "Y" to ws-fcal-ye-pending-flag
               end-if

               move 0 to rt-mtd-r-count rt-mtd-r-amt
               move 0 to rt-mtd-tax-amt

               move ws-fcal-fiscal-yy to rt-last-run-yy
               move ws-fcal-period    to rt-last-run-mm

           end-if.

           add ws-date-tbl-tax-amt(ws-date-idx) to rt-ytd-tax-amt.


      *Map ws-fcal-check-date to its fiscal year, period and week
      *off the fiscal calendar. A date the calendar doesn't cover
      *falls back to its calendar year and month, week zero.
       568-find-fiscal-period.

           move "N" to ws-fcal-found-flag.

           perform 569-compare-fiscal-entry
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

      *Does ws-fcal-check-date fall in this fiscal week? Remember
      *where the match sits - the perform varying above leaves
      *ws-fcal-idx one past it by the time the loop stops.
       569-compare-fiscal-entry.

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

           close input-file output-file.

           if (ws-im-open-flag = "Y") then
               close invoice-master-file
           end-if.

       end program Program4.
