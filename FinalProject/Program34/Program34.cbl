      *Purpose: Daily gross-margin report by SKU and by store.
      *         Prices each Sale line's cost from the unit cost now
      *         carried on the SKU master, and reports margin
      *         dollars and margin percentage per SKU, per
      *         department and class, and per store, with each
      *         store's markdown measured against its own price
      *         zone's price and the store roll-up tied out against
      *         the sales revenue figure Program3 wrote to its GL
      *         extract - so merchandising gets a daily margin
      *         figure that provably reconciles instead of a
      *         quarterly spreadsheet guess. Any zone price set
      *         below the SKU's unit cost is listed at the end.

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

      *Input-file declaration - the sales/layaway split Program2
      *writes. Only Sale records carry an item sold; layaway
      *payments and GC-tendered records stay out of margin.
               organization is line sequential
               file status is ws-snl-status.

      *SKU master file - the listed price, the unit cost and the
      *department/class the SKU rolls up to.
           select sku-master-file
               assign to "../../../../Program3/data/sku-master.dat"
               organization is line sequential
               file status is ws-skumst-status.

      *Price zones - which zone each store sells in and each SKU's
      *price in that zone, the same files Program1's price check
      *reads. Missing files just mean every store sells at the
      *listed price.
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

      *Program3's GL extract - its tax-exclusive sales revenue
      *figure is what the store roll-up here has to tie to.
           select sl-totals-file
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

      *Define the sales/layaway split record - same shape Program2
      *writes it.
       fd snl-file
           data record is snl-in
           record contains 68 characters.

       01 snl-in.
           05 si-trans-code                    pic x.
           05 si-cust-num                      pic 9(6).
           05 si-quantity                      pic 9(3).
           05 si-unit-price                    pic 9(5)v99.
           05 si-trans-time                    pic 9(4).

      *Define the SKU master input record
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

      *Define the store price-zone record - a store and its zone.
       fd store-zone-file
           data record is sz-record-in
           record contains 6 characters.

       01 sz-record-in.
           05 sz-store-num-in                  pic 99.
           05 sz-zone-code-in                  pic x(4).

      *Define the zone price record - a zone, a SKU, and the SKU's
      *price in that zone.
       fd zone-price-file
           data record is zp-record-in
           record contains 26 characters.

       01 zp-record-in.
           05 zp-zone-code-in                  pic x(4).
           05 zp-sku-code-in                   pic x(15).
           05 zp-zone-price-in                 pic 9(5)v99.

      *Define the S&L GL totals record - same shape Program3
      *writes it.
      *Define the output file
       fd output-file
           data record is output-line
           record contains 132 characters.

       01 output-line                          pic x(132).

      *Define the run-id record - today's batch date plus a
      *time-of-day run id.
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
           value "PROGRAM34 - already complete, skipped on restart".

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
       77 ws-skumst-eof-flag                   pic x
           value "N".
       77 ws-szone-status                      pic xx
           value "00".
       77 ws-szone-eof-flag                    pic x
           value "N".
       77 ws-zprice-status                     pic xx
           value "00".
       77 ws-zprice-eof-flag                   pic x
           value "N".

       01 ws-constants.
           05 ws-con-trans-code-S              pic x
           05 ws-con-pay-type-GC               pic xx
               value "GC".

      *In-memory copy of the SKU master - description, price,
      *unit cost and department/class.
       01 ws-skumst-tbl-cnt                    pic 9(4)
           value 0.

               10 ws-skumst-tbl-desc            pic x(20).
               10 ws-skumst-tbl-price           pic 9(5)v99.
               10 ws-skumst-tbl-cost            pic 9(5)v99.
               10 ws-skumst-tbl-dept            pic x(3).
               10 ws-skumst-tbl-class           pic x(3).

       77 ws-sd-check-code                     pic x(15)
           value spaces.
       77 ws-skumst-match-idx                  pic 9(4)
           value 0.

      *In-memory copies of the price-zone files.
       01 ws-szone-tbl-cnt                     pic 9(3)
           value 0.

       01 ws-szone-tbl.
           05 ws-szone-tbl-entry               occurs 1 to 200 times
                   depending on ws-szone-tbl-cnt
                   indexed by ws-szone-idx.
               10 ws-szone-tbl-store            pic 99.
               10 ws-szone-tbl-zone             pic x(4).

       77 ws-szone-found-flag                  pic x
           value "N".
       77 ws-szone-match-idx                   pic 9(3)
           value 0.

       01 ws-zprice-tbl-cnt                    pic 9(5)
           value 0.

       01 ws-zprice-tbl.
           05 ws-zprice-tbl-entry              occurs 1 to 10000 times
                   depending on ws-zprice-tbl-cnt
                   indexed by ws-zprice-idx.
               10 ws-zprice-tbl-key.
                   15 ws-zprice-tbl-zone        pic x(4).
                   15 ws-zprice-tbl-sku         pic x(15).
               10 ws-zprice-tbl-price           pic 9(5)v99.

       01 ws-zprice-check-key.
           05 ws-zprice-check-zone             pic x(4).
           05 ws-zprice-check-sku              pic x(15).

       77 ws-zprice-found-flag                 pic x
           value "N".
       77 ws-zprice-match-idx                  pic 9(5)
           value 0.

      *The price this line should have rung at - the store's zone
      *price when its zone prices the SKU, else the master's listed
      *price - and the extended figure at that price.
       01 ws-line-price                        pic 9(5)v99
           value 0.
       01 ws-line-price-revenue                pic 9(7)v99
           value 0.

       77 ws-cnt-below-cost                    pic 9(5)
           value 0.

      *Per-SKU margin tallies.
       01 ws-mgn-tbl-cnt                       pic 9(4)
           value 0.
       77 ws-mgn-match-idx                     pic 9(4)
           value 0.

      *Department/class margin roll-up of the per-SKU tallies, kept
      *in department and class order so each department's classes
      *print together ahead of its subtotal.
       01 ws-dc-tbl-cnt                        pic 9(4)
           value 0.

       01 ws-dc-tbl.
           05 ws-dc-tbl-entry                  occurs 1 to 2000 times
                   depending on ws-dc-tbl-cnt
                   indexed by ws-dc-idx.
               10 ws-dc-tbl-key.
                   15 ws-dc-tbl-dept            pic x(3).
                   15 ws-dc-tbl-class           pic x(3).
               10 ws-dc-tbl-units               pic 9(7).
               10 ws-dc-tbl-revenue             pic 9(8)v99.
               10 ws-dc-tbl-cost                pic 9(8)v99.
               10 ws-dc-tbl-no-cost-flag        pic x.

       01 ws-dc-check-key.
           05 ws-dc-check-dept                 pic x(3).
           05 ws-dc-check-class                pic x(3).

       77 ws-dc-found-flag                     pic x
           value "N".
       77 ws-dc-past-flag                      pic x
           value "N".
       77 ws-dc-match-idx                      pic 9(4)
           value 0.
       77 ws-dc-insert-idx                     pic 9(4)
           value 0.

      *Running department subtotal while the roll-up prints.
       01 ws-dept-in-progress                  pic x(3)
           value spaces.
       01 ws-dept-units                        pic 9(7)
           value 0.
       01 ws-dept-revenue                      pic 9(8)v99
           value 0.
       01 ws-dept-cost                         pic 9(8)v99
           value 0.
       77 ws-dept-no-cost-flag                 pic x
           value "N".

      *A SKU carrying no department rolls up under this label.
       01 ws-con-no-dept                       pic x(3)
           value "N/A".

      *Per-store margin tallies.
       01 ws-str-tbl-cnt                       pic 9(3)
           value 0.
               10 ws-str-tbl-store              pic 99.
               10 ws-str-tbl-revenue            pic 9(8)v99.
               10 ws-str-tbl-cost               pic 9(8)v99.
               10 ws-str-tbl-price-revenue      pic 9(8)v99.

       77 ws-str-check-store                   pic 99
           value 0.
       01 ws-con-no-cost-note                  pic x(12)
           value "** NO COST *".

       01 ws-dept-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(30)
               value "MARGIN BY DEPARTMENT AND CLASS".

       01 ws-dept-column-headers.
           05 filler                           pic x(3).
           05 filler                           pic x(4)
               value "DEPT".
           05 filler                           pic x(3).
           05 filler                           pic x(5)
               value "CLASS".
           05 filler                           pic x(29).
           05 filler                           pic x(3)
               value "QTY".
           05 filler                           pic x(7).
           05 filler                           pic x(7)
               value "REVENUE".
           05 filler                           pic x(8).
           05 filler                           pic x(4)
               value "COST".
           05 filler                           pic x(8).
           05 filler                           pic x(6)
               value "MARGIN".
           05 filler                           pic x(6).
           05 filler                           pic x(4)
               value "PCT".

      *Class lines and department subtotals share the SKU line's
      *money columns so the three sections read down alike.
       01 ws-dept-detail-line.
           05 filler                           pic x(3).
           05 ws-dd-dept                       pic x(3).
           05 filler                           pic x(4).
           05 ws-dd-class                      pic x(5).
           05 filler                           pic x(25).
           05 ws-dd-units                      pic z,zzz,zz9.
           05 filler                           pic x(2).
           05 ws-dd-revenue                    pic $zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-dd-cost                       pic $zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-dd-margin                     pic $zzz,zz9.99-.
           05 filler                           pic x(2).
           05 ws-dd-margin-pct                 pic zz9.99-.
           05 filler                           pic x
               value "%".
           05 filler                           pic x(2).
           05 ws-dd-cost-note                  pic x(12).

       01 ws-con-dept-total                    pic x(5)
           value "TOTAL".

       01 ws-store-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x
               value "%".

      *The store's price zone and the markdown taken off that
      *zone's prices - what the day's sales would have brought at
      *the zone price, less what the register actually took.
       01 ws-store-zone-area.
           05 filler                           pic x(8)
               value "  ZONE: ".
           05 ws-st-zone                       pic x(4).
           05 filler                           pic x(8)
               value "  MKDN: ".
           05 ws-st-markdown                   pic $$,$$$,$$9.99-.

       01 ws-store-output-line.
           05 ws-so-detail                     pic x(94).
           05 ws-so-zone                       pic x(34).

       01 ws-con-no-zone                       pic x(4)
           value "LIST".

       01 ws-total-line.
           05 filler                           pic x(3).
           05 filler                           pic x(9)
               value "  MARGIN: ".
           05 ws-tl-margin                     pic $$,$$$,$$9.99-.

       01 ws-below-cost-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(30)
               value "ZONE PRICES BELOW UNIT COST".

       01 ws-below-cost-col-headers.
           05 filler                           pic x(3).
           05 filler                           pic x(4)
               value "ZONE".
           05 filler                           pic x(3).
           05 filler                           pic x(3)
               value "SKU".
           05 filler                           pic x(15).
           05 filler                           pic x(11)
               value "DESCRIPTION".
           05 filler                           pic x(12).
           05 filler                           pic x(10)
               value "ZONE PRICE".
           05 filler                           pic x(5).
           05 filler                           pic x(9)
               value "UNIT COST".
           05 filler                           pic x(5).
           05 filler                           pic x(9)
               value "SHORTFALL".

       01 ws-below-cost-line.
           05 filler                           pic x(3).
           05 ws-bc-zone                       pic x(4).
           05 filler                           pic x(3).
           05 ws-bc-sku-code                   pic x(15).
           05 filler                           pic x(3).
           05 ws-bc-sku-desc                   pic x(20).
           05 filler                           pic x(3).
           05 ws-bc-zone-price                 pic $zzz,zz9.99.
           05 filler                           pic x(3).
           05 ws-bc-unit-cost                  pic $zzz,zz9.99.
           05 filler                           pic x(3).
           05 ws-bc-shortfall                  pic $zzz,zz9.99.

       01 ws-below-cost-trailer.
           05 filler                           pic x(34)
               value "ZONE PRICES BELOW UNIT COST:".
           05 filler                           pic x.
           05 ws-bt-count                      pic zz,zz9.

       01 ws-no-cost-trailer.
           05 filler                           pic x(34)
               value "LINES PRICED WITH NO COST ON FILE:".
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

           perform 100-open-files.
           perform 110-load-sku-master.
           perform 130-load-price-zones.
           perform 200-tally-snl-split.
           perform 600-write-sku-section.
           perform 650-write-dept-section.
           perform 700-write-store-section.
           perform 750-write-below-cost-section.
           perform 800-reconcile-to-program3.
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

           if (rs-program-id = "PROGRAM34 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Open the necessary files
       100-open-files.

           move sm-sku-desc-in  to ws-skumst-tbl-desc(ws-skumst-idx).
           move sm-sku-price-in to ws-skumst-tbl-price(ws-skumst-idx).
           move sm-sku-cost-in  to ws-skumst-tbl-cost(ws-skumst-idx).
           move sm-sku-dept-in  to ws-skumst-tbl-dept(ws-skumst-idx).
           move sm-sku-class-in to ws-skumst-tbl-class(ws-skumst-idx).

           read sku-master-file
               at end move "Y" to ws-skumst-eof-flag.

      *Load the store price zones and the zone prices. Either file
      *missing just means every store sells at the listed price.
       130-load-price-zones.

           open input store-zone-file.

           if (ws-szone-status = "00") then

               read store-zone-file
                   at end move "Y" to ws-szone-eof-flag
               end-read

               perform 135-load-store-zone-entry
                   until ws-szone-eof-flag = "Y"

               close store-zone-file

           end-if.

           open input zone-price-file.

           if (ws-zprice-status = "00") then

               read zone-price-file
                   at end move "Y" to ws-zprice-eof-flag
               end-read

               perform 140-load-zone-price-entry
                   until ws-zprice-eof-flag = "Y"

               close zone-price-file

           end-if.

       135-load-store-zone-entry.

           add 1 to ws-szone-tbl-cnt.
           set ws-szone-idx to ws-szone-tbl-cnt.

           move sz-store-num-in to ws-szone-tbl-store(ws-szone-idx).
           move sz-zone-code-in to ws-szone-tbl-zone(ws-szone-idx).

           read store-zone-file
               at end move "Y" to ws-szone-eof-flag.

       140-load-zone-price-entry.

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

      *Read the sales/layaway split, pricing each Sale line's cost
      *from the master. Layaway payments and GC-tendered records
      *stay out - margin is about items leaving the shelf at a

       210-tally-one-record.

           add 1 to ws-cnt-recs-read.

           if (si-trans-code = ws-con-trans-code-S) then

               if (si-pay-type not = ws-con-pay-type-GC) then
               add 1 to ws-cnt-no-cost-lines
           end-if.

           perform 330-determine-line-price.

           perform 310-post-to-sku-table.
           perform 320-post-to-store-table.

                   to ws-str-tbl-store(ws-str-idx)
               move 0 to ws-str-tbl-revenue(ws-str-idx)
               move 0 to ws-str-tbl-cost(ws-str-idx)
               move 0 to ws-str-tbl-price-revenue(ws-str-idx)
           end-if.

           add si-trans-amt to ws-str-tbl-revenue(ws-str-idx).
           add ws-line-cost to ws-str-tbl-cost(ws-str-idx).
           add ws-line-price-revenue
               to ws-str-tbl-price-revenue(ws-str-idx).

      *The price this line should have rung at: the zone price when
      *the store sells in a zone that prices this SKU, else the
      *master's listed price. A SKU not on the master has no price
      *to measure against, so the line is taken at what it rang.
       330-determine-line-price.

           move 0 to ws-line-price.

           if (ws-sd-found-flag = "Y") then
               move ws-skumst-tbl-price(ws-skumst-match-idx)
                   to ws-line-price
           end-if.

           move si-store-num to ws-str-check-store.
           perform 530-search-store-zone-table.

           if (ws-szone-found-flag = "Y") then

               move ws-szone-tbl-zone(ws-szone-match-idx)
                   to ws-zprice-check-zone
               move si-sku-code to ws-zprice-check-sku
               perform 540-search-zone-price-table

               if (ws-zprice-found-flag = "Y") then
                   move ws-zprice-tbl-price(ws-zprice-match-idx)
                       to ws-line-price
               end-if

           end-if.

           if (ws-line-price > 0) then
               compute ws-line-price-revenue
                   = ws-line-price * ws-qty-in-use
           else
               move si-trans-amt to ws-line-price-revenue
           end-if.

      *Search the SKU master table for ws-sd-check-code.
       500-search-sku-master.

           end-if.

      *Search the store price-zone table for ws-str-check-store.
       530-search-store-zone-table.

           move "N" to ws-szone-found-flag.

           perform 535-compare-store-zone-entry
               varying ws-szone-idx from 1 by 1
               until ws-szone-idx > ws-szone-tbl-cnt
                   or ws-szone-found-flag = "Y".

       535-compare-store-zone-entry.

           if (ws-str-check-store = ws-szone-tbl-store(ws-szone-idx))
               then

               move "Y" to ws-szone-found-flag
               set ws-szone-match-idx to ws-szone-idx

           end-if.

      *Search the zone price table for ws-zprice-check-key.
       540-search-zone-price-table.

           move "N" to ws-zprice-found-flag.

           perform 545-compare-zone-price-entry
               varying ws-zprice-idx from 1 by 1
               until ws-zprice-idx > ws-zprice-tbl-cnt
                   or ws-zprice-found-flag = "Y".

       545-compare-zone-price-entry.

           if (ws-zprice-check-key = ws-zprice-tbl-key(ws-zprice-idx))
               then

               move "Y" to ws-zprice-found-flag
               set ws-zprice-match-idx to ws-zprice-idx

           end-if.

      *Print one line per SKU sold - units, revenue, cost, margin
      *dollars and margin percent, with the no-cost flag where the
      *master has no figure to price from.
               move spaces to ws-sd-cost-note
           end-if.

           add 1 to ws-cnt-recs-written
           write output-line from ws-sku-detail-line.

      *Look up this SKU's description. A SKU not on file prints

           end-if.

      *Roll the per-SKU margin tallies up by the SKU master's
      *department and class, then print each department's classes
      *followed by its subtotal. A department holding a SKU with no
      *cost on file carries the no-cost flag on its subtotal too.
       650-write-dept-section.

           perform 655-roll-up-one-sku
               varying ws-mgn-idx from 1 by 1
               until ws-mgn-idx > ws-mgn-tbl-cnt.

           write output-line from spaces.
           write output-line from ws-dept-section-header.
           write output-line from spaces.
           write output-line from ws-dept-column-headers.
           write output-line from spaces.

           move spaces to ws-dept-in-progress.

           perform 680-write-one-dc-line
               varying ws-dc-idx from 1 by 1
               until ws-dc-idx > ws-dc-tbl-cnt.

           if (ws-dc-tbl-cnt > 0) then
               perform 685-write-dept-total
           end-if.

      *Add one SKU's margin tallies to its department/class entry.
       655-roll-up-one-sku.

           move ws-mgn-tbl-code(ws-mgn-idx) to ws-sd-check-code.
           perform 500-search-sku-master.

           move ws-con-no-dept to ws-dc-check-dept.
           move spaces         to ws-dc-check-class.

           if (ws-sd-found-flag = "Y") then
               if (ws-skumst-tbl-dept(ws-skumst-match-idx)
                   not = spaces) then
                   move ws-skumst-tbl-dept(ws-skumst-match-idx)
                       to ws-dc-check-dept
               end-if
               move ws-skumst-tbl-class(ws-skumst-match-idx)
                   to ws-dc-check-class
           end-if.

           perform 660-locate-dc-entry.

           add ws-mgn-tbl-units(ws-mgn-idx)
               to ws-dc-tbl-units(ws-dc-idx).
           add ws-mgn-tbl-revenue(ws-mgn-idx)
               to ws-dc-tbl-revenue(ws-dc-idx).
           add ws-mgn-tbl-cost(ws-mgn-idx)
               to ws-dc-tbl-cost(ws-dc-idx).

           if (ws-mgn-tbl-no-cost-flag(ws-mgn-idx) = "Y") then
               move "Y" to ws-dc-tbl-no-cost-flag(ws-dc-idx)
           end-if.

      *Find the roll-up entry for ws-dc-check-key, opening a zeroed
      *one in its sorted place when it isn't there yet, and leave
      *ws-dc-idx pointed at it.
       660-locate-dc-entry.

           move "N" to ws-dc-found-flag.
           move "N" to ws-dc-past-flag.
           compute ws-dc-insert-idx = ws-dc-tbl-cnt + 1.

           perform 665-compare-dc-entry
               varying ws-dc-idx from 1 by 1
               until ws-dc-idx > ws-dc-tbl-cnt
                   or ws-dc-found-flag = "Y"
                   or ws-dc-past-flag = "Y".

           if (ws-dc-found-flag = "Y") then

               set ws-dc-idx to ws-dc-match-idx

           else

               add 1 to ws-dc-tbl-cnt

               perform 670-shift-dc-entry
                   varying ws-dc-idx from ws-dc-tbl-cnt by -1
                   until ws-dc-idx <= ws-dc-insert-idx

               set ws-dc-idx to ws-dc-insert-idx

               move ws-dc-check-key to ws-dc-tbl-key(ws-dc-idx)
               move 0   to ws-dc-tbl-units(ws-dc-idx)
               move 0   to ws-dc-tbl-revenue(ws-dc-idx)
               move 0   to ws-dc-tbl-cost(ws-dc-idx)
               move "N" to ws-dc-tbl-no-cost-flag(ws-dc-idx)

           end-if.

      *Compare one roll-up entry to ws-dc-check-key, remembering
      *where the match (or the insertion point) sits.
       665-compare-dc-entry.

           if (ws-dc-check-key = ws-dc-tbl-key(ws-dc-idx)) then

               move "Y" to ws-dc-found-flag
               set ws-dc-match-idx to ws-dc-idx

           else
           if (ws-dc-check-key < ws-dc-tbl-key(ws-dc-idx)) then

               move "Y" to ws-dc-past-flag
               set ws-dc-insert-idx to ws-dc-idx

           end-if
           end-if.

       670-shift-dc-entry.

           move ws-dc-tbl-entry(ws-dc-idx - 1)
               to ws-dc-tbl-entry(ws-dc-idx).

      *One class line, closing off the previous department's
      *subtotal first when the department changes.
       680-write-one-dc-line.

           if (ws-dc-tbl-dept(ws-dc-idx) not = ws-dept-in-progress)
               then

               if (ws-dept-in-progress not = spaces) then
                   perform 685-write-dept-total
               end-if

               move ws-dc-tbl-dept(ws-dc-idx) to ws-dept-in-progress
               move 0   to ws-dept-units
               move 0   to ws-dept-revenue
               move 0   to ws-dept-cost
               move "N" to ws-dept-no-cost-flag

           end-if.

           move ws-dc-tbl-dept(ws-dc-idx)    to ws-dd-dept.
           move ws-dc-tbl-class(ws-dc-idx)   to ws-dd-class.
           move ws-dc-tbl-units(ws-dc-idx)   to ws-dd-units.
           move ws-dc-tbl-revenue(ws-dc-idx) to ws-dd-revenue.
           move ws-dc-tbl-cost(ws-dc-idx)    to ws-dd-cost.

           compute ws-calc-margin
               = ws-dc-tbl-revenue(ws-dc-idx)
                   - ws-dc-tbl-cost(ws-dc-idx).
           move ws-calc-margin to ws-dd-margin.

           move 0 to ws-calc-margin-pct.
           if (ws-dc-tbl-revenue(ws-dc-idx) > 0) then
               compute ws-calc-margin-pct rounded
                   = ws-calc-margin
                       / ws-dc-tbl-revenue(ws-dc-idx) * 100
           end-if.
           move ws-calc-margin-pct to ws-dd-margin-pct.

           if (ws-dc-tbl-no-cost-flag(ws-dc-idx) = "Y") then
               move ws-con-no-cost-note to ws-dd-cost-note
               move "Y" to ws-dept-no-cost-flag
           else
               move spaces to ws-dd-cost-note
           end-if.

           write output-line from ws-dept-detail-line.

           add ws-dc-tbl-units(ws-dc-idx)   to ws-dept-units.
           add ws-dc-tbl-revenue(ws-dc-idx) to ws-dept-revenue.
           add ws-dc-tbl-cost(ws-dc-idx)    to ws-dept-cost.

      *The department subtotal - margin dollars and percent across
      *all of its classes.
       685-write-dept-total.

           move ws-dept-in-progress to ws-dd-dept.
           move ws-con-dept-total   to ws-dd-class.
           move ws-dept-units       to ws-dd-units.
           move ws-dept-revenue     to ws-dd-revenue.
           move ws-dept-cost        to ws-dd-cost.

           compute ws-calc-margin = ws-dept-revenue - ws-dept-cost.
           move ws-calc-margin to ws-dd-margin.

           move 0 to ws-calc-margin-pct.
           if (ws-dept-revenue > 0) then
               compute ws-calc-margin-pct rounded
                   = ws-calc-margin / ws-dept-revenue * 100
           end-if.
           move ws-calc-margin-pct to ws-dd-margin-pct.

           if (ws-dept-no-cost-flag = "Y") then
               move ws-con-no-cost-note to ws-dd-cost-note
           else
               move spaces to ws-dd-cost-note
           end-if.

           write output-line from ws-dept-detail-line.
           write output-line from spaces.

      *Print one line per store, then the company totals.
       700-write-store-section.

           end-if.
           move ws-calc-margin-pct to ws-st-margin-pct.

           move ws-str-tbl-store(ws-str-idx) to ws-str-check-store.
           perform 530-search-store-zone-table.

           if (ws-szone-found-flag = "Y") then
               move ws-szone-tbl-zone(ws-szone-match-idx) to ws-st-zone
           else
               move ws-con-no-zone to ws-st-zone
           end-if.

           compute ws-calc-margin
               = ws-str-tbl-price-revenue(ws-str-idx)
                   - ws-str-tbl-revenue(ws-str-idx).
           move ws-calc-margin to ws-st-markdown.

           move ws-store-detail-line to ws-so-detail.
           move ws-store-zone-area   to ws-so-zone.
           write output-line from ws-store-output-line.

      *List every zone price set below the SKU's unit cost - a
      *price that loses money on every unit the zone sells. SKUs
      *with no cost on file can't be judged and are left off.
       750-write-below-cost-section.

           write output-line from spaces.
           write output-line from ws-below-cost-section-header.
           write output-line from spaces.
           write output-line from ws-below-cost-col-headers.
           write output-line from spaces.

           perform 755-check-one-zone-price
               varying ws-zprice-idx from 1 by 1
               until ws-zprice-idx > ws-zprice-tbl-cnt.

           write output-line from spaces.
           move ws-cnt-below-cost to ws-bt-count.
           write output-line from ws-below-cost-trailer.

       755-check-one-zone-price.

           move ws-zprice-tbl-sku(ws-zprice-idx) to ws-sd-check-code.
           perform 500-search-sku-master.

           if (ws-sd-found-flag = "Y") then
               if (ws-zprice-tbl-price(ws-zprice-idx)
                   < ws-skumst-tbl-cost(ws-skumst-match-idx)) then

                   add 1 to ws-cnt-below-cost

                   move ws-zprice-tbl-zone(ws-zprice-idx)
                       to ws-bc-zone
                   move ws-zprice-tbl-sku(ws-zprice-idx)
                       to ws-bc-sku-code
                   move ws-skumst-tbl-desc(ws-skumst-match-idx)
                       to ws-bc-sku-desc
                   move ws-zprice-tbl-price(ws-zprice-idx)
                       to ws-bc-zone-price
                   move ws-skumst-tbl-cost(ws-skumst-match-idx)
                       to ws-bc-unit-cost
                   compute ws-bc-shortfall
                       = ws-skumst-tbl-cost(ws-skumst-match-idx)
                           - ws-zprice-tbl-price(ws-zprice-idx)
                   write output-line from ws-below-cost-line

               end-if
           end-if.

      *The margin revenue plus the GC-tendered S amounts (which
      *margin excludes but Program3 counts) has to equal the

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM34 " to rh-program-id.
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

