      *Purpose: SKU sales velocity report - count and dollar totals
      *         per SKU off the sales/layaway split, printed ranked
      *         best-to-worst with descriptions from the SKU master,
      *         plus a top-10 section per store and a department and
      *         class roll-up off the SKU master's hierarchy, so the
      *         buyers stop re-keying the S&L detail pages into a
      *         spreadsheet to decide reorders.

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
      *writes.
           select snl-file
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

      *Define the store master input record
       fd store-master-file
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
           value "PROGRAM14 - already complete, skipped on restart".

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
       77 ws-store-eof-flag                    pic x
       77 ws-scan-idx                          pic 9(5)
           value 0.

      *In-memory copy of the SKU master for the descriptions and
      *the department/class each SKU rolls up to. A SKU with no
      *entry on file prints with a blank description and rolls up
      *under no department.
       01 ws-skumst-tbl-cnt                    pic 9(4)
           value 0.

                   indexed by ws-skumst-idx.
               10 ws-skumst-tbl-code            pic x(15).
               10 ws-skumst-tbl-desc            pic x(20).
               10 ws-skumst-tbl-dept            pic x(3).
               10 ws-skumst-tbl-class           pic x(3).

       77 ws-sd-check-code                     pic x(15)
           value spaces.
       77 ws-store-loop                        pic 9(3)
           value 0.

      *Department/class roll-up of the company SKU tallies, kept in
      *department and class order so each department's classes
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
               10 ws-dc-tbl-sku-cnt             pic 9(5).
               10 ws-dc-tbl-cnt-sold            pic 9(7).
               10 ws-dc-tbl-amt                 pic 9(9)v99.

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

      *Running department subtotal while the roll-up prints, and
      *the company total each department's share is taken of.
       01 ws-dept-in-progress                  pic x(3)
           value spaces.
       01 ws-dept-sku-cnt                      pic 9(5)
           value 0.
       01 ws-dept-cnt-sold                     pic 9(7)
           value 0.
       01 ws-dept-amt                          pic 9(9)v99
           value 0.
       01 ws-company-amt                       pic 9(9)v99
           value 0.
       01 ws-dept-pct                          pic 9(3)v9
           value 0.

      *A SKU carrying no department rolls up under this label.
       01 ws-con-no-dept                       pic x(3)
           value "N/A".
       01 ws-report-header.
           05 filler                           pic x(30).
           05 filler                           pic x(27)
               value "TOP 10 STORE ".
           05 ws-ssh-store-num                 pic 99.

       01 ws-dept-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "ALL STORES - BY DEPARTMENT AND CLASS".

       01 ws-dept-column-headers.
           05 filler                           pic x(3).
           05 filler                           pic x(4)
               value "DEPT".
           05 filler                           pic x(3).
           05 filler                           pic x(5)
               value "CLASS".
           05 filler                           pic x(5).
           05 filler                           pic x(4)
               value "SKUS".
           05 filler                           pic x(7).
           05 filler                           pic x(3)
               value "QTY".
           05 filler                           pic x(11).
           05 filler                           pic x(6)
               value "AMOUNT".
           05 filler                           pic x(4).
           05 filler                           pic x(8)
               value "% OF ALL".

       01 ws-dept-class-line.
           05 filler                           pic x(3).
           05 ws-dcl-dept                      pic x(3).
           05 filler                           pic x(4).
           05 ws-dcl-class                     pic x(5).
           05 filler                           pic x(3).
           05 ws-dcl-sku-cnt                   pic zz,zz9.
           05 filler                           pic x(3).
           05 ws-dcl-cnt-sold                  pic z,zzz,zz9.
           05 filler                           pic x(3).
           05 ws-dcl-amt                       pic $zz,zzz,zz9.99.

       01 ws-dept-total-line.
           05 filler                           pic x(3).
           05 ws-dtl-dept                      pic x(3).
           05 filler                           pic x(4).
           05 filler                           pic x(5)
               value "TOTAL".
           05 filler                           pic x(3).
           05 ws-dtl-sku-cnt                   pic zz,zz9.
           05 filler                           pic x(3).
           05 ws-dtl-cnt-sold                  pic z,zzz,zz9.
           05 filler                           pic x(3).
           05 ws-dtl-amt                       pic $zz,zzz,zz9.99.
           05 filler                           pic x(5).
           05 ws-dtl-pct                       pic zz9.9.
           05 filler                           pic x
               value "%".

       01 ws-total-skus-line.
           05 filler                           pic x(28)
               value "TOTAL DISTINCT SKUS SOLD:   ".
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
           perform 200-tally-snl-split.
           perform 600-write-company-ranking.
           perform 700-write-store-top-sections.
           perform 750-write-dept-section.
           perform 800-write-trailer-counts.
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

           if (rs-program-id = "PROGRAM14 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Open the necessary files
       100-open-files.


           move sm-sku-code-in to ws-skumst-tbl-code(ws-skumst-idx).
           move sm-sku-desc-in to ws-skumst-tbl-desc(ws-skumst-idx).
           move sm-sku-dept-in to ws-skumst-tbl-dept(ws-skumst-idx).
           move sm-sku-class-in
               to ws-skumst-tbl-class(ws-skumst-idx).

           read sku-master-file
               at end move "Y" to ws-skumst-eof-flag.
      *card number.
       210-tally-one-record.

           add 1 to ws-cnt-recs-read.

           if (si-pay-type not = ws-con-pay-type-GC) then
               perform 215-tally-one-sku-record
           end-if.
               move ws-sku-tbl-cnt-sold(ws-sku-idx) to ws-dl-cnt-sold
               move ws-sku-tbl-amt(ws-sku-idx)      to ws-dl-amt

               add 1 to ws-cnt-recs-written
               write output-line from ws-detail-line

               move "Y" to ws-sku-tbl-printed(ws-sku-idx)
               move ws-ss-tbl-cnt-sold(ws-ss-idx) to ws-dl-cnt-sold
               move ws-ss-tbl-amt(ws-ss-idx)      to ws-dl-amt

               add 1 to ws-cnt-recs-written
               write output-line from ws-detail-line

               move "Y" to ws-ss-tbl-printed(ws-ss-idx)

           end-if.

      *Roll the company SKU tallies up by the SKU master's
      *department and class, then print each department's classes
      *followed by its subtotal and its share of the day's sales.
       750-write-dept-section.

           move 0 to ws-company-amt.

           perform 755-roll-up-one-sku
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-sku-tbl-cnt.

           write output-line from spaces.
           write output-line from ws-dept-section-header.
           write output-line from spaces.
           write output-line from ws-dept-column-headers.
           write output-line from spaces.

           move spaces to ws-dept-in-progress.

           perform 780-write-one-dc-line
               varying ws-dc-idx from 1 by 1
               until ws-dc-idx > ws-dc-tbl-cnt.

           if (ws-dc-tbl-cnt > 0) then
               perform 785-write-dept-total
           end-if.

      *Add one company SKU tally to its department/class entry.
       755-roll-up-one-sku.

           move ws-sku-tbl-code(ws-scan-idx) to ws-sd-check-code.
           perform 640-search-sku-master.

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

           perform 760-locate-dc-entry.

           add 1 to ws-dc-tbl-sku-cnt(ws-dc-idx).
           add ws-sku-tbl-cnt-sold(ws-scan-idx)
               to ws-dc-tbl-cnt-sold(ws-dc-idx).
           add ws-sku-tbl-amt(ws-scan-idx) to ws-dc-tbl-amt(ws-dc-idx).
           add ws-sku-tbl-amt(ws-scan-idx) to ws-company-amt.

      *Find the roll-up entry for ws-dc-check-key, opening a zeroed
      *one in its sorted place when it isn't there yet, and leave
      *ws-dc-idx pointed at it.
       760-locate-dc-entry.

           move "N" to ws-dc-found-flag.
           move "N" to ws-dc-past-flag.
           compute ws-dc-insert-idx = ws-dc-tbl-cnt + 1.

           perform 765-compare-dc-entry
               varying ws-dc-idx from 1 by 1
               until ws-dc-idx > ws-dc-tbl-cnt
                   or ws-dc-found-flag = "Y"
                   or ws-dc-past-flag = "Y".

           if (ws-dc-found-flag = "Y") then

               set ws-dc-idx to ws-dc-match-idx

           else

               add 1 to ws-dc-tbl-cnt

               perform 770-shift-dc-entry
                   varying ws-dc-idx from ws-dc-tbl-cnt by -1
                   until ws-dc-idx <= ws-dc-insert-idx

               set ws-dc-idx to ws-dc-insert-idx

               move ws-dc-check-key to ws-dc-tbl-key(ws-dc-idx)
               move 0 to ws-dc-tbl-sku-cnt(ws-dc-idx)
               move 0 to ws-dc-tbl-cnt-sold(ws-dc-idx)
               move 0 to ws-dc-tbl-amt(ws-dc-idx)

           end-if.

      *Compare one roll-up entry to ws-dc-check-key, remembering
      *where the match (or the insertion point) sits.
       765-compare-dc-entry.

           if (ws-dc-check-key = ws-dc-tbl-key(ws-dc-idx)) then

               move "Y" to ws-dc-found-flag
               set ws-dc-match-idx to ws-dc-idx

           else
           if (ws-dc-check-key < ws-dc-tbl-key(ws-dc-idx)) then

               move "Y" to ws-dc-past-flag
               set ws-dc-insert-idx to ws-dc-idx

           end-if
           end-if.

       770-shift-dc-entry.

           move ws-dc-tbl-entry(ws-dc-idx - 1)
               to ws-dc-tbl-entry(ws-dc-idx).

      *One class line, closing off the previous department's
      *subtotal first when the department changes.
       780-write-one-dc-line.

           if (ws-dc-tbl-dept(ws-dc-idx) not = ws-dept-in-progress)
               then

               if (ws-dept-in-progress not = spaces) then
                   perform 785-write-dept-total
               end-if

               move ws-dc-tbl-dept(ws-dc-idx) to ws-dept-in-progress
               move 0 to ws-dept-sku-cnt
               move 0 to ws-dept-cnt-sold
               move 0 to ws-dept-amt

           end-if.

           move ws-dc-tbl-dept(ws-dc-idx)     to ws-dcl-dept.
           move ws-dc-tbl-class(ws-dc-idx)    to ws-dcl-class.
           move ws-dc-tbl-sku-cnt(ws-dc-idx)  to ws-dcl-sku-cnt.
           move ws-dc-tbl-cnt-sold(ws-dc-idx) to ws-dcl-cnt-sold.
           move ws-dc-tbl-amt(ws-dc-idx)      to ws-dcl-amt.
           write output-line from ws-dept-class-line.

           add ws-dc-tbl-sku-cnt(ws-dc-idx)  to ws-dept-sku-cnt.
           add ws-dc-tbl-cnt-sold(ws-dc-idx) to ws-dept-cnt-sold.
           add ws-dc-tbl-amt(ws-dc-idx)      to ws-dept-amt.

      *The department subtotal and its share of the company's
      *sales dollars.
       785-write-dept-total.

           move 0 to ws-dept-pct.

           if (ws-company-amt > 0) then
               compute ws-dept-pct rounded
                   = ws-dept-amt * 100 / ws-company-amt
           end-if.

           move ws-dept-in-progress to ws-dtl-dept.
           move ws-dept-sku-cnt     to ws-dtl-sku-cnt.
           move ws-dept-cnt-sold    to ws-dtl-cnt-sold.
           move ws-dept-amt         to ws-dtl-amt.
           move ws-dept-pct         to ws-dtl-pct.
           write output-line from ws-dept-total-line.
           write output-line from spaces.

      *Print the distinct-SKU count.
       800-write-trailer-counts.

           move ws-sku-tbl-cnt to ws-ts-count.
           write output-line from ws-total-skus-line.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM14 " to rh-program-id.
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

