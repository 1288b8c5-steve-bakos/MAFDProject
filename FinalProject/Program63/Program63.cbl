       identification division.
       program-id. Program63.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Open special-orders report. Lists every customer
      *         special order still on the special-orders file -
      *         deposit taken, goods not yet picked up - store by
      *         store, aged in days from the order date, with where
      *         the goods stand: still waiting on a PO, on order
      *         with the PO number and its due date, or received.
      *         Orders whose goods are on the dock but the customer
      *         has not been in for are flagged with the days they
      *         have waited, and PO lines past their due date are
      *         called out for the buyers. The orders and their
      *         deposits are then summed by age and by status.

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

      *Open special-orders file Program2 keeps, stamped with the PO
      *line by Program44 and marked received by Program45.
           select special-order-file
               assign to
               "../../../../Program2/data/special-orders.dat"
               organization is line sequential
               file status is ws-sord-status.

      *The persistent purchase-order file - the due date of the
      *PO line raised for each order.
           select po-file
               assign to
               "../../../../Program44/data/purchase-orders.dat"
               organization is line sequential
               file status is ws-po-status.

      *Output file declaration
           select report-file
               assign to "../../../data/open-special-orders.out"
               organization is line sequential.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here; the batch date is the as-of date.
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

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the special-order record - same shape Program2
      *writes it.
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

      *Define the purchase-order line record - same shape Program44
      *writes it.
       fd po-file
           data record is po-record
           record contains 61 characters.

       01 po-record.
           05 po-number                        pic 9(6).
           05 po-line-num                      pic 9(3).
           05 po-vendor-id                     pic x(5).
           05 po-store-num                     pic 99.
           05 po-sku-code                      pic x(15).
           05 po-order-date                    pic 9(6).
           05 po-due-date                      pic 9(6).
           05 po-qty-ordered                   pic 9(5).
           05 po-qty-received                  pic 9(5).
           05 po-unit-cost                     pic 9(5)v99.
           05 po-status                        pic x.

      *Define the output file
       fd report-file
           data record is report-line
           record contains 132 characters.

       01 report-line                          pic x(132).

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

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM63 - already complete, skipped on restart".

       77 ws-sord-status                       pic xx
           value "00".
       77 ws-po-status                         pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".

       77 ws-sord-eof-flag                     pic x
           value "N".
       77 ws-po-eof-flag                       pic x
           value "N".

       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-cnt-orders-read                   pic 9(6)
           value 0.
       77 ws-cnt-lines-written                 pic 9(6)
           value 0.

      *The as-of date every order is aged to - the batch date, or
      *the system date when Program1 left none.
       01 ws-asof-date                         pic 9(6)
           value 0.
       77 ws-asof-work-ymd                     pic 9(8)
           value 0.
       77 ws-asof-day-int                      pic 9(7)
           value 0.

      *Day-count working fields. The two-digit years on file are
      *this century's.
       77 ws-work-ymd                          pic 9(8)
           value 0.
       77 ws-work-day-int                      pic 9(7)
           value 0.
       77 ws-calc-age-days                     pic s9(5)
           value 0.
       77 ws-calc-wait-days                    pic s9(5)
           value 0.

      *In-memory copy of the special-orders file.
       01 ws-sord-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-sord-tbl.
           05 ws-sord-tbl-entry                occurs 1 to 5000 times
                   depending on ws-sord-tbl-cnt
                   indexed by ws-sord-idx.
               10 ws-sord-tbl-invoice           pic x(9).
               10 ws-sord-tbl-store             pic 99.
               10 ws-sord-tbl-cust              pic 9(6).
               10 ws-sord-tbl-sku               pic x(15).
               10 ws-sord-tbl-qty               pic 9(3).
               10 ws-sord-tbl-deposit           pic 9(5)v99.
               10 ws-sord-tbl-order-date        pic 9(6).
               10 ws-sord-tbl-po-number         pic 9(6).
               10 ws-sord-tbl-po-line           pic 9(3).
               10 ws-sord-tbl-recv-date         pic 9(6).
               10 ws-sord-tbl-status            pic x.

      *In-memory copy of the purchase-order lines raised for
      *special orders - number, line, due date and status.
       01 ws-po-tbl-cnt                        pic 9(5)
           value 0.

       01 ws-po-tbl.
           05 ws-po-tbl-entry                  occurs 1 to 20000
                   times depending on ws-po-tbl-cnt
                   indexed by ws-po-idx.
               10 ws-po-tbl-number              pic 9(6).
               10 ws-po-tbl-line-num            pic 9(3).
               10 ws-po-tbl-due-date            pic 9(6).
               10 ws-po-tbl-status              pic x.

       77 ws-po-check-number                   pic 9(6)
           value 0.
       77 ws-po-check-line                     pic 9(3)
           value 0.
       77 ws-po-found-flag                     pic x
           value "N".
       77 ws-po-match-idx                      pic 9(5)
           value 0.

      *Stores are printed in store number order; the store being
      *printed and its running totals.
       77 ws-rpt-store-num                     pic 9(3)
           value 0.
       77 ws-store-found-flag                  pic x
           value "N".
       77 ws-store-order-cnt                   pic 9(5)
           value 0.
       77 ws-store-deposit-tot                 pic 9(8)v99
           value 0.

      *Chain totals by where the goods stand.
       77 ws-cnt-awaiting-po                   pic 9(5)
           value 0.
       77 ws-cnt-on-order                      pic 9(5)
           value 0.
       77 ws-cnt-past-due                      pic 9(5)
           value 0.
       77 ws-cnt-received                      pic 9(5)
           value 0.
       77 ws-grand-order-cnt                   pic 9(5)
           value 0.
       77 ws-grand-deposit-tot                 pic 9(9)v99
           value 0.

      *Age buckets - orders and deposits held, by days since the
      *order was taken.
       01 ws-age-tbl.
           05 ws-age-entry                     occurs 4 times.
               10 ws-age-count                 pic 9(5).
               10 ws-age-deposit               pic 9(9)v99.

       01 ws-con-age-names.
           05 filler                           pic x(12)
               value "0-30 DAYS".
           05 filler                           pic x(12)
               value "31-60 DAYS".
           05 filler                           pic x(12)
               value "61-90 DAYS".
           05 filler                           pic x(12)
               value "OVER 90 DAYS".

       01 ws-con-age-names-tbl redefines ws-con-age-names.
           05 ws-con-age-name                  pic x(12)
               occurs 4 times.

       77 ws-age-sub                           pic 9
           value 0.

       01 ws-con-status-names.
           05 ws-con-st-awaiting-po            pic x(12)
               value "AWAITING PO".
           05 ws-con-st-on-order               pic x(12)
               value "ON ORDER".
           05 ws-con-st-received               pic x(12)
               value "RECEIVED".

       01 ws-con-flag-past-due                 pic x(17)
           value "** PO PAST DUE".

       01 ws-con-flag-not-picked-up            pic x(17)
           value "** NOT PICKED UP".

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

       01 ws-report-header.
           05 filler                           pic x(50).
           05 filler                           pic x(24)
               value "OPEN SPECIAL ORDERS".

       01 ws-asof-line.
           05 filler                           pic x(16)
               value "AGED TO:       ".
           05 ws-al-asof-date                  pic 9(6).

       01 ws-store-header-line.
           05 filler                           pic x(7)
               value "STORE: ".
           05 ws-sh-store-num                  pic 99.

       01 ws-column-headers.
           05 filler                           pic x(3).
           05 filler                           pic x(5)
               value "ORDER".
           05 filler                           pic x(6).
           05 filler                           pic x(8)
               value "CUSTOMER".
           05 filler                           pic x(2).
           05 filler                           pic x(3)
               value "SKU".
           05 filler                           pic x(14).
           05 filler                           pic x(3)
               value "QTY".
           05 filler                           pic x(5).
           05 filler                           pic x(7)
               value "DEPOSIT".
           05 filler                           pic x(2).
           05 filler                           pic x(7)
               value "ORDERED".
           05 filler                           pic x(2).
           05 filler                           pic x(3)
               value "AGE".
           05 filler                           pic x(4).
           05 filler                           pic x(2)
               value "PO".
           05 filler                           pic x(4).
           05 filler                           pic x(8)
               value "DUE/RECV".
           05 filler                           pic x(2).
           05 filler                           pic x(6)
               value "STATUS".

       01 ws-detail-line.
           05 filler                           pic x(3).
           05 ws-dl-invoice                    pic x(9).
           05 filler                           pic x(2).
           05 ws-dl-cust-num                   pic 9(6).
           05 filler                           pic x(4).
           05 ws-dl-sku-code                   pic x(15).
           05 filler                           pic x(2).
           05 ws-dl-qty                        pic zz9.
           05 filler                           pic x(2).
           05 ws-dl-deposit                    pic $zz,zz9.99.
           05 filler                           pic x(2).
           05 ws-dl-order-date                 pic 9(6).
           05 filler                           pic x(2).
           05 ws-dl-age                        pic zzz9.
           05 filler                           pic x(2).
           05 ws-dl-po-area.
               10 ws-dl-po-number              pic 9(6).
           05 filler                           pic x(2).
           05 ws-dl-date-area.
               10 ws-dl-status-date            pic 9(6).
           05 filler                           pic x(4).
           05 ws-dl-status                     pic x(12).
           05 filler                           pic x(2).
           05 ws-dl-flag-area.
               10 ws-dl-flag                   pic x(17).
               10 ws-dl-wait-area.
                   15 ws-dl-wait-days          pic zzz9.
                   15 filler                   pic x(5)
                       value " DAYS".

       01 ws-store-total-line.
           05 filler                           pic x(3).
           05 filler                           pic x(13)
               value "STORE TOTAL: ".
           05 ws-st-order-count                pic zz,zz9.
           05 filler                           pic x(7)
               value " ORDERS".
           05 filler                           pic x(14).
           05 ws-st-deposit-tot                pic $$,$$$,$$9.99.

       01 ws-summary-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "OPEN SPECIAL ORDERS BY AGE".

       01 ws-age-line.
           05 filler                           pic x(3).
           05 ws-ag-age-name                   pic x(12).
           05 filler                           pic x(2).
           05 ws-ag-count                      pic zz,zz9.
           05 filler                           pic x(7)
               value " ORDERS".
           05 filler                           pic x(4).
           05 ws-ag-deposit                    pic $$$,$$$,$$9.99.

       01 ws-trailer-line-1.
           05 filler                           pic x(21)
               value "OPEN ORDERS:         ".
           05 ws-t1-order-count                pic zz,zz9.
           05 filler                           pic x(17)
               value "  DEPOSITS HELD: ".
           05 ws-t1-deposit-tot                pic $$$,$$$,$$9.99.

       01 ws-trailer-line-2.
           05 filler                           pic x(21)
               value "AWAITING PO:         ".
           05 ws-t2-awaiting-count             pic zz,zz9.
           05 filler                           pic x(14)
               value "  ON ORDER:   ".
           05 ws-t2-on-order-count             pic zz,zz9.
           05 filler                           pic x(14)
               value "  PAST DUE:   ".
           05 ws-t2-past-due-count             pic zz,zz9.
           05 filler                           pic x(30)
               value "  RECEIVED, NOT PICKED UP:   ".
           05 ws-t2-received-count             pic zz,zz9.

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
           perform 500-write-report.
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

           if (rs-program-id = "PROGRAM63 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Load the run id, the special orders and the PO lines, then
      *open the report.
       100-open-files.

           perform 105-load-run-id.
           perform 110-load-special-orders.
           perform 120-load-po-file.

           initialize ws-age-tbl.

           open output report-file.
           write report-line from ws-batch-header-line.
           write report-line from ws-report-header.
           move ws-asof-date to ws-al-asof-date.
           write report-line from ws-asof-line.
           write report-line from spaces.

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the header at zeros rather
      *than aborting - the orders are then aged to the system date.
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

           if (bh-batch-date = 0) then
               accept ws-asof-date from date
           else
               move bh-batch-date to ws-asof-date
           end-if.

           compute ws-asof-work-ymd = 20000000 + ws-asof-date.
           compute ws-asof-day-int
               = function integer-of-date(ws-asof-work-ymd).

      *Load the special orders. A missing file means none are
      *open - the report still prints, empty, with zero totals.
       110-load-special-orders.

           open input special-order-file.

           if (ws-sord-status = "00") then

               read special-order-file
                   at end move "Y" to ws-sord-eof-flag
               end-read

               perform 115-load-special-order-entry
                   until ws-sord-eof-flag = "Y"

               close special-order-file

           end-if.

       115-load-special-order-entry.

           add 1 to ws-cnt-orders-read.
           add 1 to ws-sord-tbl-cnt.
           set ws-sord-idx to ws-sord-tbl-cnt.

           move so-invoice-num   to ws-sord-tbl-invoice(ws-sord-idx).
           move so-store-num     to ws-sord-tbl-store(ws-sord-idx).
           move so-cust-num      to ws-sord-tbl-cust(ws-sord-idx).
           move so-sku-code      to ws-sord-tbl-sku(ws-sord-idx).
           move so-quantity      to ws-sord-tbl-qty(ws-sord-idx).
           move so-deposit-amt   to ws-sord-tbl-deposit(ws-sord-idx).
           move so-order-date
               to ws-sord-tbl-order-date(ws-sord-idx).
           move so-po-number
               to ws-sord-tbl-po-number(ws-sord-idx).
           move so-po-line-num   to ws-sord-tbl-po-line(ws-sord-idx).
           move so-received-date
               to ws-sord-tbl-recv-date(ws-sord-idx).
           move so-status        to ws-sord-tbl-status(ws-sord-idx).

           read special-order-file
               at end move "Y" to ws-sord-eof-flag.

      *Load the purchase-order lines. A missing file leaves every
      *order on a PO without a due date to show.
       120-load-po-file.

           open input po-file.

           if (ws-po-status = "00") then

               read po-file
                   at end move "Y" to ws-po-eof-flag
               end-read

               perform 125-load-po-entry
                   until ws-po-eof-flag = "Y"

               close po-file

           end-if.

       125-load-po-entry.

           add 1 to ws-po-tbl-cnt.
           set ws-po-idx to ws-po-tbl-cnt.

           move po-number        to ws-po-tbl-number(ws-po-idx).
           move po-line-num      to ws-po-tbl-line-num(ws-po-idx).
           move po-due-date      to ws-po-tbl-due-date(ws-po-idx).
           move po-status        to ws-po-tbl-status(ws-po-idx).

           read po-file
               at end move "Y" to ws-po-eof-flag.

      *Print the orders store by store, then the age buckets and
      *the chain totals.
       500-write-report.

           perform 510-write-one-store
               varying ws-rpt-store-num from 1 by 1
               until ws-rpt-store-num > 99.

           write report-line from ws-summary-header.
           write report-line from spaces.

           perform 560-write-one-age-bucket
               varying ws-age-sub from 1 by 1
               until ws-age-sub > 4.

           write report-line from spaces.

           move ws-grand-order-cnt   to ws-t1-order-count.
           move ws-grand-deposit-tot to ws-t1-deposit-tot.
           write report-line from ws-trailer-line-1.

           move ws-cnt-awaiting-po   to ws-t2-awaiting-count.
           move ws-cnt-on-order      to ws-t2-on-order-count.
           move ws-cnt-past-due      to ws-t2-past-due-count.
           move ws-cnt-received      to ws-t2-received-count.
           write report-line from ws-trailer-line-2.

           add 6 to ws-cnt-lines-written.

      *One store - its header from its first order, then its
      *orders and its total.
       510-write-one-store.

           move "N" to ws-store-found-flag.
           move 0 to ws-store-order-cnt.
           move 0 to ws-store-deposit-tot.

           perform 520-write-one-order
               varying ws-sord-idx from 1 by 1
               until ws-sord-idx > ws-sord-tbl-cnt.

           if (ws-store-found-flag = "Y") then

               move ws-store-order-cnt   to ws-st-order-count
               move ws-store-deposit-tot to ws-st-deposit-tot
               write report-line from spaces
               write report-line from ws-store-total-line
               write report-line from spaces
               add 1 to ws-cnt-lines-written

           end-if.

      *Age the order from the day it was taken and show where its
      *goods stand. Received goods waiting on the customer are
      *flagged with the days they have sat; a PO line past its due
      *date is flagged for the buyers.
       520-write-one-order.

           if (ws-sord-tbl-store(ws-sord-idx) = ws-rpt-store-num)
               then

               if (ws-store-found-flag = "N") then
                   move "Y" to ws-store-found-flag
                   move ws-rpt-store-num to ws-sh-store-num
                   write report-line from ws-store-header-line
                   write report-line from ws-column-headers
               end-if

               compute ws-work-ymd
                   = 20000000 + ws-sord-tbl-order-date(ws-sord-idx)
               compute ws-work-day-int
                   = function integer-of-date(ws-work-ymd)
               compute ws-calc-age-days
                   = ws-asof-day-int - ws-work-day-int

               if (ws-calc-age-days < 0) then
                   move 0 to ws-calc-age-days
               end-if

               perform 530-add-to-age-bucket

               move ws-sord-tbl-invoice(ws-sord-idx) to ws-dl-invoice
               move ws-sord-tbl-cust(ws-sord-idx) to ws-dl-cust-num
               move ws-sord-tbl-sku(ws-sord-idx)  to ws-dl-sku-code
               move ws-sord-tbl-qty(ws-sord-idx)  to ws-dl-qty
               move ws-sord-tbl-deposit(ws-sord-idx) to ws-dl-deposit
               move ws-sord-tbl-order-date(ws-sord-idx)
                   to ws-dl-order-date
               move ws-calc-age-days to ws-dl-age
               move spaces to ws-dl-flag-area

               if (ws-sord-tbl-po-number(ws-sord-idx) = 0) then

                   move spaces to ws-dl-po-area
                   move spaces to ws-dl-date-area
                   move ws-con-st-awaiting-po to ws-dl-status
                   add 1 to ws-cnt-awaiting-po

               else
               if (ws-sord-tbl-status(ws-sord-idx) = "R") then

                   move ws-sord-tbl-po-number(ws-sord-idx)
                       to ws-dl-po-number
                   move ws-sord-tbl-recv-date(ws-sord-idx)
                       to ws-dl-status-date
                   move ws-con-st-received to ws-dl-status
                   perform 540-flag-not-picked-up
                   add 1 to ws-cnt-received

               else

                   move ws-sord-tbl-po-number(ws-sord-idx)
                       to ws-dl-po-number
                   move ws-con-st-on-order to ws-dl-status
                   perform 550-show-po-due-date
                   add 1 to ws-cnt-on-order

               end-if
               end-if

               write report-line from ws-detail-line

               add 1 to ws-cnt-lines-written
               add 1 to ws-store-order-cnt
               add 1 to ws-grand-order-cnt
               add ws-sord-tbl-deposit(ws-sord-idx)
                   to ws-store-deposit-tot
               add ws-sord-tbl-deposit(ws-sord-idx)
                   to ws-grand-deposit-tot

           end-if.

       530-add-to-age-bucket.

           if (ws-calc-age-days <= 30) then
               move 1 to ws-age-sub
           else
           if (ws-calc-age-days <= 60) then
               move 2 to ws-age-sub
           else
           if (ws-calc-age-days <= 90) then
               move 3 to ws-age-sub
           else
               move 4 to ws-age-sub
           end-if
           end-if
           end-if.

           add 1 to ws-age-count(ws-age-sub).
           add ws-sord-tbl-deposit(ws-sord-idx)
               to ws-age-deposit(ws-age-sub).

      *The goods are in and the customer has not been - flag the
      *order with the days since the receiving run marked it.
       540-flag-not-picked-up.

           compute ws-work-ymd
               = 20000000 + ws-sord-tbl-recv-date(ws-sord-idx).
           compute ws-work-day-int
               = function integer-of-date(ws-work-ymd).
           compute ws-calc-wait-days
               = ws-asof-day-int - ws-work-day-int.

           if (ws-calc-wait-days < 0) then
               move 0 to ws-calc-wait-days
           end-if.

           move ws-con-flag-not-picked-up to ws-dl-flag.
           move ws-calc-wait-days to ws-dl-wait-days.
           move " DAYS" to ws-dl-wait-area(5:5).

      *Show the due date of the order's PO line, flagging it when
      *the date has gone by with the line still open.
       550-show-po-due-date.

           move ws-sord-tbl-po-number(ws-sord-idx)
               to ws-po-check-number.
           move ws-sord-tbl-po-line(ws-sord-idx) to ws-po-check-line.
           perform 570-search-po-line.

           if (ws-po-found-flag = "Y") then

               move ws-po-tbl-due-date(ws-po-match-idx)
                   to ws-dl-status-date

               compute ws-work-ymd
                   = 20000000 + ws-po-tbl-due-date(ws-po-match-idx)
               compute ws-work-day-int
                   = function integer-of-date(ws-work-ymd)

               if (ws-work-day-int < ws-asof-day-int)
                   and (ws-po-tbl-status(ws-po-match-idx) = "O")
                   then
                   move ws-con-flag-past-due to ws-dl-flag
                   add 1 to ws-cnt-past-due
               end-if

           else

               move spaces to ws-dl-date-area

           end-if.

       560-write-one-age-bucket.

           move ws-con-age-name(ws-age-sub) to ws-ag-age-name.
           move ws-age-count(ws-age-sub)    to ws-ag-count.
           move ws-age-deposit(ws-age-sub)  to ws-ag-deposit.
           write report-line from ws-age-line.
           add 1 to ws-cnt-lines-written.

      *Find the PO line numbered ws-po-check-number and
      *ws-po-check-line.
       570-search-po-line.

           move "N" to ws-po-found-flag.

           perform 575-compare-po-line
               varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-tbl-cnt
                   or ws-po-found-flag = "Y".

      *Compare one PO line, remembering where the match sits - the
      *perform varying above leaves ws-po-idx one past it by the
      *time the loop stops.
       575-compare-po-line.

           if (ws-po-tbl-number(ws-po-idx) = ws-po-check-number)
               and (ws-po-tbl-line-num(ws-po-idx)
                   = ws-po-check-line) then

               move "Y" to ws-po-found-flag
               set ws-po-match-idx to ws-po-idx

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM63 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-orders-read to rh-records-read.
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

           close report-file.

       end program Program63.
