      *         records land in their own exception file, and the
      *         web order number is cross-referenced to the invoice
      *         assigned here so Program6's lookup can find an
      *         online sale. The destination province is worked out
      *         from each order's ship-to address and carried on the
      *         cross-reference, so Program3 and Program4 tax the
      *         order at the rate of the province it shipped to.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *The web-order file as the online platform transmits it -
      *comma-separated: order number, order date and time
      *(yymmddhhmm), SKU, quantity, unit price, pay type, customer
      *email, ship-to. An order stamped with the date alone
      *(yymmdd, the platform's older export) is carried at 0000.
      *The line amount is computed here as quantity times unit
      *price, the same arithmetic the multi-line validation holds
      *register details to.
               organization is line sequential
               file status is ws-xref-status.

      *Province rate table - the same file Program3 and Program4
      *tax web orders from. Only the province codes are used here:
      *a ship-to has to name one of them.
           select province-rate-file
               assign to
               "../../../../Program3/data/province-tax-rate.dat"
               organization is line sequential
               file status is ws-provrt-status.

      *Invoice number control - the last web invoice number handed
      *out, carried across runs so two days' web orders never share
      *an invoice.
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the raw web-order line.
       fd web-order-file
           data record is web-line
      *Program1 reads it.
       fd store-feed-file
           data record is sf-record
           record contains 68 characters.

       01 sf-record.
           05 sf-trans-code                    pic x.
           05 sf-cust-num                      pic 9(6).
           05 sf-quantity                      pic 9(3).
           05 sf-unit-price                    pic 9(5)v99.
           05 sf-trans-time                    pic 9(4).

       01 ws-feed-trailer-view redefines sf-record.
           05 sft-marker                       pic x.
           05 sft-record-count                 pic 9(6).
           05 sft-amount-hash                  pic 9(9)v99.
           05 filler                           pic x(50).

      *Define the reject line - the first 100 bytes of the raw
      *record plus the reason.
           05 filler                           pic x(2).
           05 rj-reason                        pic x(30).

      *Define the cross-reference record - the web order number,
      *the invoice it was given, and the province it shipped to.
       fd xref-file
           data record is wx-record
           record contains 31 characters.

       01 wx-record.
           05 wx-order-number                  pic x(20).
           05 wx-invoice-number                pic x(9).
           05 wx-ship-province                 pic xx.

      *Define the province rate table record.
       fd province-rate-file
           data record is pr-record
           record contains 8 characters.

       01 pr-record.
           05 pr-province                      pic xx.
           05 pr-fed-rate                      pic 9v99.
           05 pr-prov-rate                     pic 9v99.

      *Define the invoice control record - the last web invoice
      *number handed out.

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM33 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

           value "00".
       77 ws-invctl-status                     pic xx
           value "00".
       77 ws-provrt-status                     pic xx
           value "00".
       77 ws-provrt-eof-flag                   pic x
           value "N".

      *The reserved web-channel identities on the reference files.
       01 ws-constants.
      *The raw line pulled apart at the commas.
       01 ws-web-fields.
           05 wf-order-number                  pic x(20).
           05 wf-order-stamp.
               10 wf-order-date                pic x(6).
               10 wf-order-time.
                   15 wf-order-hh              pic xx.
                   15 wf-order-mm              pic xx.
           05 wf-sku-code                      pic x(15).
           05 wf-quantity                      pic x(3).
           05 wf-amount                        pic x(10).
           05 wf-email                         pic x(40).
           05 wf-ship-to                       pic x(60).

      *Where the unstring left off - the ship-to is the last field
      *and can carry commas of its own, so it is taken as the whole
      *rest of the line rather than up to the next comma.
       77 ws-unstr-ptr                         pic 999
           value 1.

      *The province codes on the rate table.
       01 ws-prov-tbl-cnt                      pic 99
           value 0.

       01 ws-prov-tbl.
           05 ws-prov-tbl-entry                occurs 1 to 20 times
                   depending on ws-prov-tbl-cnt
                   indexed by ws-prov-idx.
               10 ws-prov-tbl-code              pic xx.

       77 ws-prov-check-code                   pic xx
           value spaces.
       77 ws-prov-found-flag                   pic x
           value "N".

      *The ship-to, upper-cased, with a space either side so every
      *two-letter word in it - the province among them - has a
      *separator on both sides to be recognized by.
       01 ws-ship-scan-area.
           05 filler                           pic x.
           05 ws-ship-scan-text                pic x(60).
           05 filler                           pic x.

       77 ws-ship-scan-idx                     pic 99
           value 0.
       77 ws-ship-province                     pic xx
           value spaces.

       01 ws-con-lower-case                    pic x(26)
           value "abcdefghijklmnopqrstuvwxyz".
       01 ws-con-upper-case                    pic x(26)
           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *Amount parsing work fields - the CSV carries an ordinary
      *decimal unit price, checked character by character before
      *the numeric conversion so a garbage field rejects instead
       procedure division.
       000-main.

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           perform 100-open-files.
           perform 200-convert-orders
               until ws-eof-flag = "Y".

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

           if (rs-program-id = "PROGRAM33 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Open everything needed and pick up the last invoice number
      *handed out. A missing web-order file just means no online
      *sales today - the feed is still cut (empty plus trailer) so
       100-open-files.

           perform 110-load-invoice-control.
           perform 120-load-province-codes.

           open output store-feed-file reject-file.


           move ic-last-inv-number to ws-next-inv-number.

      *Load the province codes off the rate table. A missing table
      *leaves the destination unchecked and untagged, so web orders
      *are taxed at store 90's own rate as before.
       120-load-province-codes.

           open input province-rate-file.

           if (ws-provrt-status = "00") then

               read province-rate-file
                   at end move "Y" to ws-provrt-eof-flag
               end-read

               perform 130-load-province-entry
                   until ws-provrt-eof-flag = "Y"

               close province-rate-file

           end-if.

       130-load-province-entry.

           add 1 to ws-prov-tbl-cnt.
           set ws-prov-idx to ws-prov-tbl-cnt.
           move pr-province to ws-prov-tbl-code(ws-prov-idx).

           read province-rate-file
               at end move "Y" to ws-provrt-eof-flag.

      *Pull one web order apart, validate it, and either write the
      *converted feed record or the reject line.
       200-convert-orders.
           add 1 to ws-cnt-orders-read.

           move spaces to ws-web-fields.
           move 1      to ws-unstr-ptr.

           unstring web-line delimited by ","
               into wf-order-number
                    wf-order-stamp
                    wf-sku-code
                    wf-quantity
                    wf-amount
                    wf-pay-type
                    wf-email
               with pointer ws-unstr-ptr
           end-unstring.

           if (ws-unstr-ptr <= 200) then
               move web-line(ws-unstr-ptr:) to wf-ship-to
           end-if.

           perform 240-find-ship-province.

           if (wf-order-number = spaces) then

               move web-line(1:100) to rj-raw-record
               write reject-line
               add 1 to ws-cnt-rejected

           else
           if (wf-order-time not = spaces)
               and ((wf-order-time is not numeric)
                   or (wf-order-hh > "23")
                   or (wf-order-mm > "59")) then

               move web-line(1:100) to rj-raw-record
               move "ORDER TIME NOT HHMM" to rj-reason
               write reject-line
               add 1 to ws-cnt-rejected

           else
           if (wf-sku-code = spaces) then

                   write reject-line
                   add 1 to ws-cnt-rejected

               else
               if (ws-prov-tbl-cnt > 0)
                   and (ws-ship-province = spaces) then

                   move web-line(1:100) to rj-raw-record
                   move "SHIP-TO PROVINCE NOT FOUND" to rj-reason
                   write reject-line
                   add 1 to ws-cnt-rejected

               else

                   perform 400-write-feed-record

               end-if
               end-if

           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           read web-order-file

           end-if.

      *Work out the destination province from the ship-to: any
      *two-letter word in it that is a province code on the rate
      *table, the last one winning since the province comes after
      *the street and city in an address.
       240-find-ship-province.

           move spaces to ws-ship-province.
           move spaces to ws-ship-scan-area.
           move wf-ship-to to ws-ship-scan-text.

           inspect ws-ship-scan-text
               converting ws-con-lower-case to ws-con-upper-case.

           perform 250-check-ship-position
               varying ws-ship-scan-idx from 2 by 1
               until ws-ship-scan-idx > 60.

      *Is the two-letter word starting here a province code?
       250-check-ship-position.

           if ((ws-ship-scan-area(ws-ship-scan-idx - 1:1) = space)
                   or (ws-ship-scan-area(ws-ship-scan-idx - 1:1) = ","))
               and ((ws-ship-scan-area(ws-ship-scan-idx + 2:1) = space)
                   or (ws-ship-scan-area(ws-ship-scan-idx + 2:1) = ",")
                   or (ws-ship-scan-area(ws-ship-scan-idx + 2:1) = "."))
               then

               move ws-ship-scan-area(ws-ship-scan-idx:2)
                   to ws-prov-check-code
               perform 260-search-province-table

               if (ws-prov-found-flag = "Y") then
                   move ws-prov-check-code to ws-ship-province
               end-if

           end-if.

       260-search-province-table.

           move "N" to ws-prov-found-flag.

           perform 270-compare-province-entry
               varying ws-prov-idx from 1 by 1
               until ws-prov-idx > ws-prov-tbl-cnt
                   or ws-prov-found-flag = "Y".

       270-compare-province-entry.

           if (ws-prov-check-code = ws-prov-tbl-code(ws-prov-idx)) then
               move "Y" to ws-prov-found-flag
           end-if.

      *The order is good - assign the next WB invoice, write the
      *standard-layout feed record, keep the trailer counters, and
      *cross-reference the web order number to the invoice.
           move wf-sku-code         to sf-sku-code.
           move spaces              to sf-reason-code.
           move wf-order-date       to sf-trans-date.

           if (wf-order-time = spaces) then
               move zeros           to sf-trans-time
           else
               move wf-order-time   to sf-trans-time
           end-if.

           move ws-con-web-cashier  to sf-cashier-id.
           move zeros               to sf-cust-num.
           move ws-web-quantity     to sf-quantity.

           move wf-order-number    to wx-order-number.
           move sf-invoice-number  to wx-invoice-number.
           move ws-ship-province   to wx-ship-province.
           write wx-record.

      *Close the feed with the POS trailer Program1 ties the count
