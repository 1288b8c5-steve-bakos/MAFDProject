       identification division.
       program-id. Program62.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Intraday flash sales report - the last step of every
      *         MAFDINT pass. Off the dated transaction history it
      *         shows each store's sales, returns, net and customer
      *         transactions posted so far today, beside the same
      *         figures for the same weekday last week as they stood
      *         at the same time of day - every record last week's
      *         passes had posted by the time this pass's run id was
      *         stamped. An active store with nothing on the history
      *         yet today is flagged as not having sent a feed, so
      *         head office has a midday read on the day without
      *         waiting for the morning dashboard.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The permanent transaction history Program1 appends to - every
      *pass stamps its batch date and time-of-day run id on each
      *record it posts.
           select history-file
               assign to
               "../../../../Program1/data/transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

      *Store master reference file - names, statuses and the
      *report's store order.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

      *Output file declaration - rewritten every pass, so it always
      *holds the latest read on the day.
           select report-file
               assign to "../../../data/intraday-flash.out"
               organization is line sequential.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this pass here.
           select run-id-file
               assign to "../../../../Program1/data/run-id.dat"
               organization is line sequential
               file status is ws-runid-status.

      *Run-history audit file - every program appends one
      *completion record here.
           select run-history-file
               assign to "../../../../Program1/data/run-history.dat"
               organization is line sequential
               file status is ws-runhist-status.

       data division.
       file section.

      *Define the transaction history record - same shape Program1
      *writes it.
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
               10 th-cashier-id                pic 9(4).
               10 th-cust-num                  pic 9(6).
               10 th-quantity                  pic 9(3).
               10 th-unit-price                pic 9(5)v99.
               10 th-trans-time                pic 9(4).

      *Define the store master record.
       fd store-master-file
           data record is sm-store-in
           record contains 35 characters.

       01 sm-store-in.
           05 sm-in-store-num                  pic 99.
           05 sm-in-store-status               pic x.
           05 sm-in-store-name                 pic x(20).
           05 sm-in-open-date                  pic 9(6).
           05 sm-in-close-date                 pic 9(6).

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

       77 ws-eof-flag                          pic x
           value "N".

       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-hist-status                       pic xx
           value "00".
       77 ws-strmst-status                     pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-store-eof-flag                    pic x
           value "N".

       01 ws-constants.
           05 ws-con-trans-code-S              pic x
               value "S".
           05 ws-con-trans-code-L              pic x
               value "L".
           05 ws-con-trans-code-R              pic x
               value "R".
           05 ws-con-trans-code-K              pic x
               value "K".
           05 ws-con-store-stat-A              pic x
               value "A".

      *Today's batch date and this pass's run id, and the same
      *weekday last week. The run id is the time of day the pass
      *was stamped, so last week's records posted by passes run up
      *to that time of day are "the same pass".
       01 ws-today-date                        pic 9(6)
           value 0.
       01 ws-pass-time                         pic 9(8)
           value 0.
       01 ws-pass-time-parts redefines ws-pass-time.
           05 ws-pass-hh                       pic 99.
           05 ws-pass-mm                       pic 99.
           05 filler                           pic 9(4).
       01 ws-lastwk-date                       pic 9(6)
           value 0.

       77 ws-today-work-ymd                    pic 9(8)
           value 0.
       77 ws-today-day-int                     pic 9(7)
           value 0.
       77 ws-today-weekday                     pic 9
           value 0.
       01 ws-lastwk-work-ymd                   pic 9(8)
           value 0.
       01 ws-lastwk-ymd-parts redefines ws-lastwk-work-ymd.
           05 filler                           pic 99.
           05 ws-lastwk-yymmdd                 pic 9(6).

      *The stores, seeded from the store master, each with today's
      *figures and last week's. A store on the history but not the
      *master is added as it turns up.
       01 ws-str-tbl-cnt                       pic 999
           value 0.

       01 ws-str-tbl.
           05 ws-str-tbl-entry                 occurs 100 times
                   indexed by ws-str-idx.
               10 ws-str-tbl-num                pic 99.
               10 ws-str-tbl-name               pic x(20).
               10 ws-str-tbl-status             pic x.
               10 ws-str-td-recs                pic 9(6).
               10 ws-str-td-sales               pic s9(7)v99.
               10 ws-str-td-returns             pic s9(7)v99.
               10 ws-str-td-trans               pic 9(5).
               10 ws-str-td-last-invoice        pic x(9).
               10 ws-str-lw-sales               pic s9(7)v99.
               10 ws-str-lw-returns             pic s9(7)v99.
               10 ws-str-lw-trans               pic 9(5).
               10 ws-str-lw-last-invoice        pic x(9).

       77 ws-str-check-num                     pic 99
           value 0.
       77 ws-str-found-flag                    pic x
           value "N".
       77 ws-str-match-idx                     pic 999
           value 0.

       01 ws-con-not-on-master                 pic x(20)
           value "NOT ON STORE MASTER".

      *Chain totals, today and last week.
       01 ws-chn-totals.
           05 ws-chn-td-sales                  pic s9(9)v99.
           05 ws-chn-td-returns                pic s9(9)v99.
           05 ws-chn-td-trans                  pic 9(7).
           05 ws-chn-lw-sales                  pic s9(9)v99.
           05 ws-chn-lw-returns                pic s9(9)v99.
           05 ws-chn-lw-trans                  pic 9(7).

      *Net and change work fields for the line being written.
       01 ws-td-net                            pic s9(9)v99
           value 0.
       01 ws-lw-net                            pic s9(9)v99
           value 0.
       01 ws-net-change                        pic s9(9)v99
           value 0.
       01 ws-change-pct                        pic s9(5)v9
           value 0.

       77 ws-cnt-hist-read                     pic 9(6)
           value 0.
       77 ws-cnt-lines-written                 pic 9(6)
           value 0.
       77 ws-cnt-no-feed                       pic 999
           value 0.

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
           05 filler                           pic x(40).
           05 filler                           pic x(35)
               value "INTRADAY FLASH SALES - SO FAR TODAY".

       01 ws-asof-line.
           05 filler                           pic x(7)
               value "TODAY: ".
           05 ws-al-today-date                 pic 9(6).
           05 filler                           pic x
               value space.
           05 ws-al-weekday-name               pic x(9).
           05 filler                           pic x(9)
               value " THROUGH ".
           05 ws-al-pass-hh                    pic 99.
           05 filler                           pic x
               value ":".
           05 ws-al-pass-mm                    pic 99.
           05 filler                           pic x(22)
               value "   AGAINST LAST WEEK: ".
           05 ws-al-lastwk-date                pic 9(6).
           05 filler                           pic x(9)
               value " THROUGH ".
           05 ws-al-lastwk-hh                  pic 99.
           05 filler                           pic x
               value ":".
           05 ws-al-lastwk-mm                  pic 99.

       01 ws-weekday-names.
           05 filler                           pic x(9)
               value "MONDAY".
           05 filler                           pic x(9)
               value "TUESDAY".
           05 filler                           pic x(9)
               value "WEDNESDAY".
           05 filler                           pic x(9)
               value "THURSDAY".
           05 filler                           pic x(9)
               value "FRIDAY".
           05 filler                           pic x(9)
               value "SATURDAY".
           05 filler                           pic x(9)
               value "SUNDAY".
       01 ws-weekday-name-tbl redefines ws-weekday-names.
           05 ws-weekday-name                  pic x(9)
                   occurs 7 times.

       01 ws-rule-line.
           05 filler                           pic x(46)
               value "SALES = SALES + LAYAWAY PAYMENTS.  NET = SALES".
           05 filler                           pic x(47)
               value " - RETURNS.  TRANS = CUSTOMER TRANSACTIONS, ONE".
           05 filler                           pic x(36)
               value " PER INVOICE.  CHANGE IS NET ON NET.".

       01 ws-column-headers-1.
           05 filler                           pic x(18)
               value "STORE".
           05 filler                           pic x(37)
               value "--------------- TODAY --------------".
           05 filler                           pic x(37)
               value "------------- LAST WEEK ------------".
           05 filler                           pic x(22)
               value "------- CHANGE -------".

       01 ws-column-headers-2.
           05 filler                           pic x(18)
               value spaces.
           05 filler                           pic x(37)
               value "         SALES        RETURNS  TRANS".
           05 filler                           pic x(37)
               value "         SALES        RETURNS  TRANS".
           05 filler                           pic x(22)
               value "           NET       %".

       01 ws-store-line.
           05 ws-sl-store-num                  pic 99.
           05 filler                           pic x(2).
           05 ws-sl-store-name                 pic x(12).
           05 filler                           pic x(2).
           05 ws-sl-td-sales                   pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-sl-td-returns                 pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-sl-td-trans                   pic zzzzz9.
           05 filler                           pic x.
           05 ws-sl-lw-sales                   pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-sl-lw-returns                 pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-sl-lw-trans                   pic zzzzz9.
           05 filler                           pic x.
           05 ws-sl-net-change                 pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-sl-change-pct                 pic x(7).
           05 filler                           pic x(2).
           05 ws-sl-note                       pic x(16).

       01 ws-pct-text.
           05 ws-pt-pct                        pic ---9.9.
           05 filler                           pic x
               value "%".

       01 ws-chain-line.
           05 filler                           pic x(18)
               value "  CHAIN TOTAL".
           05 ws-cl-td-sales                   pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-cl-td-returns                 pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-cl-td-trans                   pic zzzzz9.
           05 filler                           pic x.
           05 ws-cl-lw-sales                   pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-cl-lw-returns                 pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-cl-lw-trans                   pic zzzzz9.
           05 filler                           pic x.
           05 ws-cl-net-change                 pic zz,zzz,zz9.99-.
           05 filler                           pic x.
           05 ws-cl-change-pct                 pic x(7).

       01 ws-con-notes.
           05 ws-con-note-no-feed              pic x(16)
               value "** NO FEED YET".

       01 ws-no-feed-line.
           05 filler                           pic x(38)
               value "ACTIVE STORES WITH NO FEED YET TODAY: ".
           05 ws-nfl-count                     pic zz9.

       01 ws-con-all-fed-msg                   pic x(60)
           value "EVERY ACTIVE STORE HAS SENT A FEED TODAY".

       01 ws-console-line.
           05 filler                           pic x(19)
               value "INTRADAY FLASH AT  ".
           05 ws-col-pass-hh                   pic 99.
           05 filler                           pic x
               value ":".
           05 ws-col-pass-mm                   pic 99.
           05 filler                           pic x(12)
               value " - NET SALES".
           05 ws-col-td-net                    pic zz,zzz,zz9.99-.
           05 filler                           pic x(11)
               value " LAST WEEK ".
           05 ws-col-lw-net                    pic zz,zzz,zz9.99-.
           05 filler                           pic x(11)
               value "  NO FEED: ".
           05 ws-col-no-feed                   pic zz9.

       procedure division.
       000-main.

           accept ws-rh-start-time from time.
           move 0 to return-code.

           perform 100-open-files.
           perform 300-tally-history.
           perform 500-write-report.
           perform 990-write-run-history.
           perform 999-close-files.

           goback.

      *Load the store master and open the report.
       100-open-files.

           perform 105-load-run-id.
           perform 120-load-store-master.

           initialize ws-chn-totals.

           open output report-file.

      *Pick up the batch date and run id Program1 stamped for this
      *pass. A missing file leaves the header at zeros and the
      *flash runs as of the system date and time. Last week is the
      *same weekday seven days back.
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
               accept ws-today-date from date
               accept ws-pass-time from time
           else
               move bh-batch-date to ws-today-date
               move bh-run-id     to ws-pass-time
           end-if.

           compute ws-today-work-ymd = 20000000 + ws-today-date.
           compute ws-today-day-int
               = function integer-of-date(ws-today-work-ymd).
           compute ws-today-weekday
               = function mod(ws-today-day-int - 1, 7) + 1.
           compute ws-lastwk-work-ymd
               = function date-of-integer(ws-today-day-int - 7).
           move ws-lastwk-yymmdd to ws-lastwk-date.

      *Seed the store table off the store master, so the report
      *comes out in store-master order.
       120-load-store-master.

           open input store-master-file.

           if (ws-strmst-status = "00") then

               read store-master-file
                   at end move "Y" to ws-store-eof-flag
               end-read

               perform 125-load-store-entry
                   until ws-store-eof-flag = "Y"

               close store-master-file

           end-if.

       125-load-store-entry.

           move sm-in-store-num to ws-str-check-num.
           perform 420-add-store-entry.

           if (ws-str-found-flag = "Y") then
               move sm-in-store-name to ws-str-tbl-name(ws-str-idx)
               move sm-in-store-status
                   to ws-str-tbl-status(ws-str-idx)
           end-if.

           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *Read the history and tally every sale, layaway and return
      *posted today, and every one last week's passes had posted by
      *this time of day. A missing history just leaves every figure
      *at zero.
       300-tally-history.

           move "N" to ws-eof-flag.

           open input history-file.

           if (ws-hist-status = "00") then

               read history-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 310-tally-one-record
                   until ws-eof-flag = "Y"

               close history-file

           end-if.

       310-tally-one-record.

           add 1 to ws-cnt-hist-read.

      *A special-order pickup stays K on the history but is the
      *Sale it completes - count it as an S at the order's full
      *price, quantity times unit price, as the sales split does.
           if (th-trans-code = ws-con-trans-code-K) then
               move ws-con-trans-code-S to th-trans-code
               compute th-trans-amt
                   = th-quantity * th-unit-price
           end-if.

           if ((th-trans-code = ws-con-trans-code-S)
               or (th-trans-code = ws-con-trans-code-L)
               or (th-trans-code = ws-con-trans-code-R))
               and (th-trans-amt is numeric)
               and (th-run-id is numeric) then

               if (th-batch-date = ws-today-date) then
                   move th-store-num to ws-str-check-num
                   perform 430-locate-store
                   if (ws-str-found-flag = "Y") then
                       perform 320-tally-today
                   end-if
               else
               if (th-batch-date = ws-lastwk-date)
                   and (th-run-id <= ws-pass-time) then
                   move th-store-num to ws-str-check-num
                   perform 430-locate-store
                   if (ws-str-found-flag = "Y") then
                       perform 330-tally-last-week
                   end-if
               end-if
               end-if

           end-if.

           read history-file
               at end move "Y" to ws-eof-flag.

      *A multi-line invoice reaches the history as one line per
      *item, so a line carrying the same invoice as the store's line
      *before it is the same customer and adds its dollars but not
      *another transaction.
       320-tally-today.

           add 1 to ws-str-td-recs(ws-str-idx).

           if (th-trans-code = ws-con-trans-code-R) then
               add th-trans-amt to ws-str-td-returns(ws-str-idx)
               add th-trans-amt to ws-chn-td-returns
           else
               add th-trans-amt to ws-str-td-sales(ws-str-idx)
               add th-trans-amt to ws-chn-td-sales
           end-if.

           if (th-invoice-number
               not = ws-str-td-last-invoice(ws-str-idx)) then
               add 1 to ws-str-td-trans(ws-str-idx)
               add 1 to ws-chn-td-trans
           end-if.

           move th-invoice-number to ws-str-td-last-invoice(ws-str-idx).

       330-tally-last-week.

           if (th-trans-code = ws-con-trans-code-R) then
               add th-trans-amt to ws-str-lw-returns(ws-str-idx)
               add th-trans-amt to ws-chn-lw-returns
           else
               add th-trans-amt to ws-str-lw-sales(ws-str-idx)
               add th-trans-amt to ws-chn-lw-sales
           end-if.

           if (th-invoice-number
               not = ws-str-lw-last-invoice(ws-str-idx)) then
               add 1 to ws-str-lw-trans(ws-str-idx)
               add 1 to ws-chn-lw-trans
           end-if.

           move th-invoice-number to ws-str-lw-last-invoice(ws-str-idx).

      *Open a store entry for ws-str-check-num with every figure at
      *zero. The found flag comes back "N" only when the table is
      *full.
       420-add-store-entry.

           move "N" to ws-str-found-flag.

           if (ws-str-tbl-cnt < 100) then
               add 1 to ws-str-tbl-cnt
               set ws-str-idx to ws-str-tbl-cnt
               initialize ws-str-tbl-entry(ws-str-idx)
               move ws-str-check-num to ws-str-tbl-num(ws-str-idx)
               move ws-con-not-on-master
                   to ws-str-tbl-name(ws-str-idx)
               move "Y" to ws-str-found-flag
           end-if.

      *Find (or add) the store entry for ws-str-check-num, leaving
      *ws-str-idx pointed at it.
       430-locate-store.

           move "N" to ws-str-found-flag.

           perform 435-compare-store-entry
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt
                   or ws-str-found-flag = "Y".

           if (ws-str-found-flag = "Y") then
               set ws-str-idx to ws-str-match-idx
           else
               perform 420-add-store-entry
           end-if.

       435-compare-store-entry.

           if (ws-str-check-num = ws-str-tbl-num(ws-str-idx)) then
               move "Y" to ws-str-found-flag
               set ws-str-match-idx to ws-str-idx
           end-if.

      *The report: the pass and the day it is compared with, a line
      *per store, the chain, and the stores still to send a feed.
       500-write-report.

           write report-line from ws-batch-header-line.
           write report-line from ws-report-header.
           write report-line from spaces.

           move ws-today-date to ws-al-today-date.
           move ws-weekday-name(ws-today-weekday)
               to ws-al-weekday-name.
           move ws-pass-hh     to ws-al-pass-hh.
           move ws-pass-mm     to ws-al-pass-mm.
           move ws-lastwk-date to ws-al-lastwk-date.
           move ws-pass-hh     to ws-al-lastwk-hh.
           move ws-pass-mm     to ws-al-lastwk-mm.
           write report-line from ws-asof-line.
           write report-line from ws-rule-line.
           write report-line from spaces.

           write report-line from ws-column-headers-1.
           write report-line from ws-column-headers-2.

           perform 510-write-one-store
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

           perform 540-write-chain-line.

      *One store's line. An active store with nothing posted today
      *has not sent a feed yet; a seasonal or closed store is
      *allowed to send nothing and is not flagged.
       510-write-one-store.

           move ws-str-tbl-num(ws-str-idx)  to ws-sl-store-num.
           move ws-str-tbl-name(ws-str-idx) to ws-sl-store-name.
           move ws-str-td-sales(ws-str-idx)   to ws-sl-td-sales.
           move ws-str-td-returns(ws-str-idx) to ws-sl-td-returns.
           move ws-str-td-trans(ws-str-idx)   to ws-sl-td-trans.
           move ws-str-lw-sales(ws-str-idx)   to ws-sl-lw-sales.
           move ws-str-lw-returns(ws-str-idx) to ws-sl-lw-returns.
           move ws-str-lw-trans(ws-str-idx)   to ws-sl-lw-trans.

           compute ws-td-net = ws-str-td-sales(ws-str-idx)
                               - ws-str-td-returns(ws-str-idx).
           compute ws-lw-net = ws-str-lw-sales(ws-str-idx)
                               - ws-str-lw-returns(ws-str-idx).
           perform 550-compute-change.
           move ws-net-change to ws-sl-net-change.
           move ws-pct-text   to ws-sl-change-pct.

           if (ws-lw-net not > 0) then
               move spaces to ws-sl-change-pct
           end-if.

           move spaces to ws-sl-note.

           if (ws-str-td-recs(ws-str-idx) = 0)
               and (ws-str-tbl-status(ws-str-idx)
                   = ws-con-store-stat-A) then
               move ws-con-note-no-feed to ws-sl-note
               add 1 to ws-cnt-no-feed
           end-if.

           write report-line from ws-store-line.
           add 1 to ws-cnt-lines-written.

       540-write-chain-line.

           write report-line from spaces.

           move ws-chn-td-sales   to ws-cl-td-sales.
           move ws-chn-td-returns to ws-cl-td-returns.
           move ws-chn-td-trans   to ws-cl-td-trans.
           move ws-chn-lw-sales   to ws-cl-lw-sales.
           move ws-chn-lw-returns to ws-cl-lw-returns.
           move ws-chn-lw-trans   to ws-cl-lw-trans.

           compute ws-td-net = ws-chn-td-sales - ws-chn-td-returns.
           compute ws-lw-net = ws-chn-lw-sales - ws-chn-lw-returns.
           perform 550-compute-change.
           move ws-net-change to ws-cl-net-change.
           move ws-pct-text   to ws-cl-change-pct.

           if (ws-lw-net not > 0) then
               move spaces to ws-cl-change-pct
           end-if.

           write report-line from ws-chain-line.
           add 1 to ws-cnt-lines-written.

           write report-line from spaces.

           if (ws-cnt-no-feed = 0) then
               write report-line from ws-con-all-fed-msg
           else
               move ws-cnt-no-feed to ws-nfl-count
               write report-line from ws-no-feed-line
           end-if.

           move ws-pass-hh     to ws-col-pass-hh.
           move ws-pass-mm     to ws-col-pass-mm.
           move ws-td-net      to ws-col-td-net.
           move ws-lw-net      to ws-col-lw-net.
           move ws-cnt-no-feed to ws-col-no-feed.
           display ws-console-line.

      *Net change on last week, and as a percentage of last week's
      *net when last week took money in to compare with.
       550-compute-change.

           compute ws-net-change = ws-td-net - ws-lw-net.

           move 0 to ws-change-pct.

           if (ws-lw-net > 0) then
               compute ws-change-pct rounded
                   = ws-net-change * 100 / ws-lw-net
                   on size error move 0 to ws-change-pct
               end-compute
           end-if.

           move ws-change-pct to ws-pt-pct.

       990-write-run-history.

           move "PROGRAM62 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-hist-read    to rh-records-read.
           move ws-cnt-lines-written to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

       999-close-files.

           close report-file.

       end program Program62.
