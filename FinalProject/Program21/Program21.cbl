      *         per store, netted into what is actually owed to each
      *         agency, off the remittance extracts Program3 and
      *         Program4 write. Finance stops un-blending the single
      *         TOTAL TAX OWING figure by spreadsheet. Web-order tax
      *         is reported by the province each order shipped to,
      *         not as one store 90 figure. A closing
      *         section lists every sale and return that went
      *         through tax-free under a customer's exemption
      *         certificate, with the certificate number, so the
      *         tax not collected can be supported on audit.

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

      *Sales-side remittance extract, written by Program3.
           select sl-remit-file
               assign to "../../../../Program3/data/sl-tax-remit.dat"
               organization is line sequential
               file status is ws-ret-remit-status.

      *Web-order remittance extracts - tax on web orders per
      *destination province, collected (Program3) and refunded
      *(Program4). These amounts are left out of the per-store
      *extracts above.
           select sl-web-remit-file
               assign to
               "../../../../Program3/data/sl-web-tax-remit.dat"
               organization is line sequential
               file status is ws-sl-web-status.

           select ret-web-remit-file
               assign to
               "../../../../Program4/data/returns-web-tax-remit.dat"
               organization is line sequential
               file status is ws-ret-web-status.

      *Exempt-sales extracts - one line per sale (Program3) or
      *return (Program4) that went through tax-free under a
      *customer's exemption certificate.
           select sl-exempt-file
               assign to
               "../../../../Program3/data/sl-exempt-sales.dat"
               organization is line sequential
               file status is ws-sl-exempt-status.

           select ret-exempt-file
               assign to
               "../../../../Program4/data/returns-exempt.dat"
               organization is line sequential
               file status is ws-ret-exempt-status.

      *Output file declaration
           select output-file
               assign to "../../../data/tax-remittance-report.out"
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

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the remittance extract record - both sides share the
      *same shape.
       fd sl-remit-file
           05 rtr-fed-tax-in                   pic 9(8)v99.
           05 rtr-prov-tax-in                  pic 9(8)v99.

      *Define the web-order remittance extract records - both sides
      *share the same shape, keyed by province instead of store.
       fd sl-web-remit-file
           data record is sl-web-remit-in
           record contains 22 characters.

       01 sl-web-remit-in.
           05 slw-province-in                  pic xx.
           05 slw-fed-tax-in                   pic 9(8)v99.
           05 slw-prov-tax-in                  pic 9(8)v99.

       fd ret-web-remit-file
           data record is ret-web-remit-in
           record contains 22 characters.

       01 ret-web-remit-in.
           05 rtw-province-in                  pic xx.
           05 rtw-fed-tax-in                   pic 9(8)v99.
           05 rtw-prov-tax-in                  pic 9(8)v99.

      *Define the exempt-sales extract records - both sides share
      *the same shape.
       fd sl-exempt-file
           data record is sl-exempt-in
           record contains 53 characters.

       01 sl-exempt-in                         pic x(53).

       fd ret-exempt-file
           data record is ret-exempt-in
           record contains 53 characters.

       01 ret-exempt-in                        pic x(53).

      *Define the output file
       fd output-file
           data record is output-line
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

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM21 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

      *Split records tallied and detail lines printed, for the
      *run-history completion record.
       77 ws-cnt-recs-read                     pic 9(6)
           value 0.
       77 ws-cnt-recs-written                  pic 9(6)
           value 0.
       77 ws-sl-web-status                     pic xx
           value "00".
       77 ws-ret-web-status                    pic xx
           value "00".
       77 ws-sl-exempt-status                  pic xx
           value "00".
       77 ws-ret-exempt-status                 pic xx
           value "00".

      *Parse area for the header/trailer controls the producers
      *wrap around the extracts - byte one says whether the line
           05 xc-marker                        pic x.
           05 xc-hdr-batch-date                pic x(6).
           05 xc-hdr-run-id                    pic x(8).
           05 filler                           pic x(38).

       01 ws-extract-trailer-view redefines
               ws-extract-control-line.
           05 filler                           pic x.
           05 xc-trl-record-count              pic 9(6).
           05 xc-trl-amount-hash               pic s9(11)v99.
           05 filler                           pic x(33).

      *The same line seen as an exempt-sales record.
       01 ws-extract-exempt-view redefines
               ws-extract-control-line.
           05 xe-store-num                     pic 99.
           05 xe-invoice                       pic x(9).
           05 xe-trans-date                    pic 9(6).
           05 xe-trans-code                    pic x.
           05 xe-cust-num                      pic 9(6).
           05 xe-cert-num                      pic x(15).
           05 xe-exempt-amt                    pic 9(5)v99.
           05 xe-tax-forgone                   pic 9(5)v99.

       01 ws-extract-own-hash                  pic s9(11)v99
           value 0.
               10 ws-remit-tbl-fed-ref          pic 9(8)v99.
               10 ws-remit-tbl-prov-ref         pic 9(8)v99.

      *Web-order remittance tallies by destination province.
       01 ws-prov-tbl-cnt                      pic 9(3)
           value 0.

       01 ws-prov-tbl.
           05 ws-prov-tbl-entry                occurs 1 to 20 times
                   depending on ws-prov-tbl-cnt
                   indexed by ws-prov-idx.
               10 ws-prov-tbl-code              pic xx.
               10 ws-prov-tbl-fed-coll          pic 9(8)v99.
               10 ws-prov-tbl-prov-coll         pic 9(8)v99.
               10 ws-prov-tbl-fed-ref           pic 9(8)v99.
               10 ws-prov-tbl-prov-ref          pic 9(8)v99.

       77 ws-prov-check-code                   pic xx
           value spaces.
       77 ws-prov-found-flag                   pic x
           value "N".
       77 ws-prov-match-idx                    pic 9(3)
           value 0.

       77 ws-remit-check-store                 pic 99
           value 0.
       77 ws-remit-found-flag                  pic x
           05 ws-tot-prov-net                  pic s9(9)v99
               value 0.

      *Exempt-sales section tallies - sales and returns kept apart,
      *the net being what went through tax-free today.
       01 ws-exempt-totals.
           05 ws-tot-exempt-sales              pic 9(9)v99
               value 0.
           05 ws-tot-exempt-sales-tax          pic 9(9)v99
               value 0.
           05 ws-tot-exempt-returns            pic 9(9)v99
               value 0.
           05 ws-tot-exempt-returns-tax        pic 9(9)v99
               value 0.
           05 ws-tot-exempt-net                pic s9(9)v99
               value 0.
           05 ws-tot-exempt-net-tax            pic s9(9)v99
               value 0.

       01 ws-calc-exempt-amt                   pic s9(8)v99
           value 0.
       01 ws-calc-exempt-tax                   pic s9(8)v99
           value 0.

       01 ws-report-header.
           05 filler                           pic x(30).
           05 filler                           pic x(21)
           05 filler                           pic x(3).
           05 ws-dl-net                        pic $$,$$$,$$9.99-.

       01 ws-province-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "WEB ORDERS BY DESTINATION PROVINCE".

       01 ws-province-detail-line.
           05 filler                           pic x(2).
           05 ws-pl-province                   pic xx.
           05 filler                           pic x(5).
           05 ws-pl-component                  pic x(10).
           05 filler                           pic x(3).
           05 ws-pl-collected                  pic $$,$$$,$$9.99.
           05 filler                           pic x(3).
           05 ws-pl-refunded                   pic $$,$$$,$$9.99.
           05 filler                           pic x(3).
           05 ws-pl-net                        pic $$,$$$,$$9.99-.

       01 ws-con-component-names.
           05 ws-con-comp-fed                  pic x(10)
               value "FEDERAL".
           05 filler                           pic x(3).
           05 ws-cl-net                        pic $$,$$$,$$9.99-.

       01 ws-exempt-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "EXEMPT SALES UNDER CERTIFICATE".

       01 ws-exempt-column-headers.
           05 filler                           pic x(1).
           05 filler                           pic x(5)
               value "STORE".
           05 filler                           pic x(2).
           05 filler                           pic x(7)
               value "INVOICE".
           05 filler                           pic x(4).
           05 filler                           pic x(4)
               value "DATE".
           05 filler                           pic x(3).
           05 filler                           pic x(4)
               value "TYPE".
           05 filler                           pic x(2).
           05 filler                           pic x(8)
               value "CUSTOMER".
           05 filler                           pic x(2).
           05 filler                           pic x(11)
               value "CERTIFICATE".
           05 filler                           pic x(12).
           05 filler                           pic x(6)
               value "AMOUNT".
           05 filler                           pic x(6).
           05 filler                           pic x(11)
               value "TAX FORGONE".

       01 ws-exempt-detail-line.
           05 filler                           pic x(2).
           05 ws-xd-store-num                  pic 99.
           05 filler                           pic x(4).
           05 ws-xd-invoice                    pic x(9).
           05 filler                           pic x(2).
           05 ws-xd-trans-date                 pic 9(6).
           05 filler                           pic x(3).
           05 ws-xd-trans-code                 pic x.
           05 filler                           pic x(5).
           05 ws-xd-cust-num                   pic 9(6).
           05 filler                           pic x(4).
           05 ws-xd-cert-num                   pic x(15).
           05 filler                           pic x(2).
           05 ws-xd-exempt-amt                 pic $$$,$$9.99-.
           05 filler                           pic x(6).
           05 ws-xd-tax-forgone                pic $$$,$$9.99-.

       01 ws-exempt-total-line.
           05 filler                           pic x(2).
           05 ws-xt-label                      pic x(22).
           05 filler                           pic x(33).
           05 ws-xt-exempt-amt                 pic $$$,$$$,$$9.99-.
           05 filler                           pic x(2).
           05 ws-xt-tax-forgone                pic $$$,$$$,$$9.99-.

       01 ws-con-exempt-labels.
           05 ws-con-xl-sales                  pic x(22)
               value "EXEMPT SALES".
           05 ws-con-xl-returns                pic x(22)
               value "EXEMPT RETURNS".
           05 ws-con-xl-net                    pic x(22)
               value "NET EXEMPT".

      *The batch-date/run-id header stamped at the front of every
      *output file this program writes, read back from Program1's
      *run-id.dat so every file from one run carries a matching
       procedure division.
       000-main.

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           accept ws-rh-start-time from time.

           perform 100-open-files.
           perform 200-load-collected-side.
           perform 300-load-refunded-side.
           perform 400-load-web-collected.
           perform 450-load-web-refunded.
           perform 600-write-report.
           perform 700-write-exempt-section.
           perform 990-write-run-history.
           perform 999-close-files.

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

           if (rs-program-id = "PROGRAM21 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Open the necessary files
       100-open-files.

      *and verify its controls.
       210-load-one-collected.

           add 1 to ws-cnt-recs-read.

           move sl-remit-in to ws-extract-control-line.

           if (xc-marker = "T") then
      *and verify its controls.
       310-load-one-refunded.

           add 1 to ws-cnt-recs-read.

           move ret-remit-in to ws-extract-control-line.

           if (xc-marker = "T") then

           end-if.

      *Load the web-order tax collected per destination province,
      *verified the same way as the store extracts.
       400-load-web-collected.

           open input sl-web-remit-file.

           if (ws-sl-web-status = "00") then

               move "N" to ws-extract-bad-flag
               move "N" to ws-extract-done-flag
               move 0   to ws-extract-own-hash
               move 0   to ws-extract-own-count

               read sl-web-remit-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move sl-web-remit-in to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read sl-web-remit-file
                       at end move "Y" to ws-extract-bad-flag
                   end-read

                   perform 410-load-one-web-collected
                       until ws-extract-done-flag = "Y"
                           or ws-extract-bad-flag = "Y"

               end-if

               close sl-web-remit-file

               if (ws-extract-bad-flag = "Y") then
                   move "sl-web-tax-remit.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
               end-if

           end-if.

       410-load-one-web-collected.

           add 1 to ws-cnt-recs-read.

           move sl-web-remit-in to ws-extract-control-line.

           if (xc-marker = "T") then

               if (xc-trl-record-count not = ws-extract-own-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

               move "Y" to ws-extract-done-flag

           else

               move slw-province-in to ws-prov-check-code
               perform 530-locate-province-entry

               add slw-fed-tax-in
                   to ws-prov-tbl-fed-coll(ws-prov-idx)
               add slw-prov-tax-in
                   to ws-prov-tbl-prov-coll(ws-prov-idx)

               add 1 to ws-extract-own-count
               add slw-fed-tax-in  to ws-extract-own-hash
               add slw-prov-tax-in to ws-extract-own-hash

               read sl-web-remit-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

      *Load the web-order tax refunded per destination province,
      *verified the same way.
       450-load-web-refunded.

           open input ret-web-remit-file.

           if (ws-ret-web-status = "00") then

               move "N" to ws-extract-bad-flag
               move "N" to ws-extract-done-flag
               move 0   to ws-extract-own-hash
               move 0   to ws-extract-own-count

               read ret-web-remit-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move ret-web-remit-in
                           to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read ret-web-remit-file
                       at end move "Y" to ws-extract-bad-flag
                   end-read

                   perform 460-load-one-web-refunded
                       until ws-extract-done-flag = "Y"
                           or ws-extract-bad-flag = "Y"

               end-if

               close ret-web-remit-file

               if (ws-extract-bad-flag = "Y") then
                   move "returns-web-tax-remit.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
               end-if

           end-if.

       460-load-one-web-refunded.

           add 1 to ws-cnt-recs-read.

           move ret-web-remit-in to ws-extract-control-line.

           if (xc-marker = "T") then

               if (xc-trl-record-count not = ws-extract-own-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

               move "Y" to ws-extract-done-flag

           else

               move rtw-province-in to ws-prov-check-code
               perform 530-locate-province-entry

               add rtw-fed-tax-in
                   to ws-prov-tbl-fed-ref(ws-prov-idx)
               add rtw-prov-tax-in
                   to ws-prov-tbl-prov-ref(ws-prov-idx)

               add 1 to ws-extract-own-count
               add rtw-fed-tax-in  to ws-extract-own-hash
               add rtw-prov-tax-in to ws-extract-own-hash

               read ret-web-remit-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

      *Find (or open) the tally entry for this store, leaving
      *ws-remit-idx pointed at it.
       500-locate-remit-entry.

           end-if.

      *Find (or open) the tally entry for this province, leaving
      *ws-prov-idx pointed at it.
       530-locate-province-entry.

           perform 540-search-province-table.

           if (ws-prov-found-flag = "Y") then

               set ws-prov-idx to ws-prov-match-idx

           else

               add 1 to ws-prov-tbl-cnt
               set ws-prov-idx to ws-prov-tbl-cnt
               move ws-prov-check-code to ws-prov-tbl-code(ws-prov-idx)
               move 0 to ws-prov-tbl-fed-coll(ws-prov-idx)
               move 0 to ws-prov-tbl-prov-coll(ws-prov-idx)
               move 0 to ws-prov-tbl-fed-ref(ws-prov-idx)
               move 0 to ws-prov-tbl-prov-ref(ws-prov-idx)

           end-if.

       540-search-province-table.

           move "N" to ws-prov-found-flag.

           perform 550-compare-province-entry
               varying ws-prov-idx from 1 by 1
               until ws-prov-idx > ws-prov-tbl-cnt
                   or ws-prov-found-flag = "Y".

      *Compare one province entry to ws-prov-check-code,
      *remembering where the match sits.
       550-compare-province-entry.

           if (ws-prov-check-code = ws-prov-tbl-code(ws-prov-idx)) then

               move "Y" to ws-prov-found-flag
               set ws-prov-match-idx to ws-prov-idx

           end-if.

      *Print two lines per store - one per component - then the
      *web orders two lines per destination province, then the
      *company totals per component.
       600-write-report.

               varying ws-remit-idx from 1 by 1
               until ws-remit-idx > ws-remit-tbl-cnt.

           if (ws-prov-tbl-cnt > 0) then

               write output-line from spaces
               write output-line from ws-province-section-header
               write output-line from spaces

               perform 615-check-one-province
                   varying ws-prov-idx from 1 by 1
                   until ws-prov-idx > ws-prov-tbl-cnt

           end-if.

           write output-line from spaces.
           write output-line from ws-company-section-header.
           write output-line from spaces.
               = ws-remit-tbl-fed-coll(ws-remit-idx)
                   - ws-remit-tbl-fed-ref(ws-remit-idx).
           move ws-calc-fed-net to ws-dl-net.
           add 1 to ws-cnt-recs-written
           write output-line from ws-detail-line.

           move ws-con-comp-prov to ws-dl-component.
               = ws-remit-tbl-prov-coll(ws-remit-idx)
                   - ws-remit-tbl-prov-ref(ws-remit-idx).
           move ws-calc-prov-net to ws-dl-net.
           add 1 to ws-cnt-recs-written
           write output-line from ws-detail-line.

           add ws-remit-tbl-fed-coll(ws-remit-idx)
           add ws-remit-tbl-prov-ref(ws-remit-idx)
               to ws-tot-prov-ref.

      *List every sale and return that went through tax-free under
      *an exemption certificate, sales side first, then the totals
      *for each side and the net. Each extract's header and trailer
      *controls are checked the same way the remittance extracts'
      *are; a missing extract just means nothing was exempt on that
      *side today.
       700-write-exempt-section.

           write output-line from spaces.
           write output-line from ws-exempt-section-header.
           write output-line from spaces.
           write output-line from ws-exempt-column-headers.
           write output-line from spaces.

           perform 710-list-exempt-sales.
           perform 730-list-exempt-returns.

           compute ws-tot-exempt-net
               = ws-tot-exempt-sales - ws-tot-exempt-returns.
           compute ws-tot-exempt-net-tax
               = ws-tot-exempt-sales-tax - ws-tot-exempt-returns-tax.

           write output-line from spaces.

           move ws-con-xl-sales         to ws-xt-label.
           move ws-tot-exempt-sales     to ws-xt-exempt-amt.
           move ws-tot-exempt-sales-tax to ws-xt-tax-forgone.
           write output-line from ws-exempt-total-line.

           move ws-con-xl-returns         to ws-xt-label.
           move ws-tot-exempt-returns     to ws-xt-exempt-amt.
           move ws-tot-exempt-returns-tax to ws-xt-tax-forgone.
           write output-line from ws-exempt-total-line.

           move ws-con-xl-net         to ws-xt-label.
           move ws-tot-exempt-net     to ws-xt-exempt-amt.
           move ws-tot-exempt-net-tax to ws-xt-tax-forgone.
           write output-line from ws-exempt-total-line.

       710-list-exempt-sales.

           open input sl-exempt-file.

           if (ws-sl-exempt-status = "00") then

               move "N" to ws-extract-bad-flag
               move "N" to ws-extract-done-flag
               move 0   to ws-extract-own-hash
               move 0   to ws-extract-own-count

               read sl-exempt-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move sl-exempt-in to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read sl-exempt-file
                       at end move "Y" to ws-extract-bad-flag
                   end-read

                   perform 720-list-one-exempt-sale
                       until ws-extract-done-flag = "Y"
                           or ws-extract-bad-flag = "Y"

               end-if

               close sl-exempt-file

               if (ws-extract-bad-flag = "Y") then
                   move "sl-exempt-sales.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
               end-if

           end-if.

      *Print one exempt sale, or recognize the trailer and verify
      *its controls.
       720-list-one-exempt-sale.

           move sl-exempt-in to ws-extract-control-line.

           if (xc-marker = "T") then

               if (xc-trl-record-count not = ws-extract-own-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

               move "Y" to ws-extract-done-flag

           else

               move xe-exempt-amt  to ws-calc-exempt-amt
               move xe-tax-forgone to ws-calc-exempt-tax
               perform 750-write-exempt-detail

               add xe-exempt-amt  to ws-tot-exempt-sales
               add xe-tax-forgone to ws-tot-exempt-sales-tax

               add 1 to ws-extract-own-count
               add xe-exempt-amt to ws-extract-own-hash

               read sl-exempt-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

       730-list-exempt-returns.

           open input ret-exempt-file.

           if (ws-ret-exempt-status = "00") then

               move "N" to ws-extract-bad-flag
               move "N" to ws-extract-done-flag
               move 0   to ws-extract-own-hash
               move 0   to ws-extract-own-count

               read ret-exempt-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move ret-exempt-in to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read ret-exempt-file
                       at end move "Y" to ws-extract-bad-flag
                   end-read

                   perform 740-list-one-exempt-return
                       until ws-extract-done-flag = "Y"
                           or ws-extract-bad-flag = "Y"

               end-if

               close ret-exempt-file

               if (ws-extract-bad-flag = "Y") then
                   move "returns-exempt.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
               end-if

           end-if.

      *Print one exempt return - as a negative, since it gives back
      *an exempt sale - or recognize the trailer and verify its
      *controls.
       740-list-one-exempt-return.

           move ret-exempt-in to ws-extract-control-line.

           if (xc-marker = "T") then

               if (xc-trl-record-count not = ws-extract-own-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

               move "Y" to ws-extract-done-flag

           else

               compute ws-calc-exempt-amt = 0 - xe-exempt-amt
               compute ws-calc-exempt-tax = 0 - xe-tax-forgone
               perform 750-write-exempt-detail

               add xe-exempt-amt  to ws-tot-exempt-returns
               add xe-tax-forgone to ws-tot-exempt-returns-tax

               add 1 to ws-extract-own-count
               add xe-exempt-amt to ws-extract-own-hash

               read ret-exempt-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

       750-write-exempt-detail.

           move xe-store-num       to ws-xd-store-num.
           move xe-invoice         to ws-xd-invoice.
           move xe-trans-date      to ws-xd-trans-date.
           move xe-trans-code      to ws-xd-trans-code.
           move xe-cust-num        to ws-xd-cust-num.
           move xe-cert-num        to ws-xd-cert-num.
           move ws-calc-exempt-amt to ws-xd-exempt-amt.
           move ws-calc-exempt-tax to ws-xd-tax-forgone.

           write output-line from ws-exempt-detail-line.

      *Provinces with nothing shipped to them this run are left off.
       615-check-one-province.

           if (ws-prov-tbl-fed-coll(ws-prov-idx) > 0)
               or (ws-prov-tbl-prov-coll(ws-prov-idx) > 0)
               or (ws-prov-tbl-fed-ref(ws-prov-idx) > 0)
               or (ws-prov-tbl-prov-ref(ws-prov-idx) > 0) then

               perform 620-write-one-province

           end-if.

      *The province's two component lines, rolled into the company
      *totals alongside the stores'.
       620-write-one-province.

           move ws-prov-tbl-code(ws-prov-idx) to ws-pl-province.

           move ws-con-comp-fed to ws-pl-component.
           move ws-prov-tbl-fed-coll(ws-prov-idx) to ws-pl-collected.
           move ws-prov-tbl-fed-ref(ws-prov-idx)  to ws-pl-refunded.
           compute ws-calc-fed-net
               = ws-prov-tbl-fed-coll(ws-prov-idx)
                   - ws-prov-tbl-fed-ref(ws-prov-idx).
           move ws-calc-fed-net to ws-pl-net.
           write output-line from ws-province-detail-line.

           move ws-con-comp-prov to ws-pl-component.
           move ws-prov-tbl-prov-coll(ws-prov-idx) to ws-pl-collected.
           move ws-prov-tbl-prov-ref(ws-prov-idx)  to ws-pl-refunded.
           compute ws-calc-prov-net
               = ws-prov-tbl-prov-coll(ws-prov-idx)
                   - ws-prov-tbl-prov-ref(ws-prov-idx).
           move ws-calc-prov-net to ws-pl-net.
           write output-line from ws-province-detail-line.

           add ws-prov-tbl-fed-coll(ws-prov-idx)  to ws-tot-fed-coll.
           add ws-prov-tbl-prov-coll(ws-prov-idx) to ws-tot-prov-coll.
           add ws-prov-tbl-fed-ref(ws-prov-idx)   to ws-tot-fed-ref.
           add ws-prov-tbl-prov-ref(ws-prov-idx)  to ws-tot-prov-ref.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM21 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-recs-read    to rh-records-read.
           move ws-cnt-recs-written to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

      *Close the used files.
       999-close-files.

