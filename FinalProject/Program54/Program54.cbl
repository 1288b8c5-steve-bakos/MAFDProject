       identification division.
       program-id. Program54.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Comparable-store sales report. Compares each store's
      *         sales, returns and transaction count for the day,
      *         the fiscal month-to-date and the fiscal year-to-date
      *         against the same stretch last year, off the dated
      *         transaction history archive. A store counts as
      *         comparable only when its store master open date is
      *         more than twelve months back and it has had no
      *         closure (or seasonal shuttering) over either year's
      *         periods; a newer store such as the web channel shows
      *         as non-comp until it has a year of history behind
      *         it. Prints the comp-store and total-chain net sales
      *         growth head office judges the stores on.

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

      *The permanent transaction history Program1 appends to - both
      *years' figures come out of it, so it has to be kept at least
      *a year and a half back for last year's year-to-date to be
      *complete.
           select history-file
               assign to
               "../../../../Program1/data/transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

      *Store master reference file - names, status and the open and
      *close dates the comp test runs on.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

      *Fiscal calendar - the month- and year-to-date periods follow
      *the 4-4-5 fiscal periods. A missing file falls back to
      *calendar months and years.
           select fiscal-calendar-file
               assign to "../../../../Program1/data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fcal-status.

      *Output file declaration
           select report-file
               assign to "../../../data/comp-store-sales-report.out"
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

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

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

      *Define the fiscal calendar record - the fiscal year (named
      *for the calendar year it ends in), the period and week of
      *that year, and the week's first and last dates.
       fd fiscal-calendar-file
           data record is fc-record-in
           record contains 18 characters.

       01 fc-record-in.
           05 fc-fiscal-yy-in                  pic 99.
           05 fc-period-in                     pic 99.
           05 fc-week-in                       pic 99.
           05 fc-start-date-in                 pic 9(6).
           05 fc-end-date-in                   pic 9(6).

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
           value "PROGRAM54 - already complete, skipped on restart".

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
       77 ws-fcal-status                       pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-store-eof-flag                    pic x
           value "N".
       77 ws-fcal-eof-flag                     pic x
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
           05 ws-con-active-status             pic x
               value "A".
      *Same weekday last year - 52 weeks back.
           05 ws-con-ly-day-offset             pic 9(3)
               value 364.

      *The day being reported on, as yymmdd and as a day number,
      *and the same calendar date a year earlier - the line a store
      *has to have opened before to count as comparable.
       01 ws-asof-date                         pic 9(6)
           value 0.
       01 ws-asof-parts redefines ws-asof-date.
           05 ws-asof-yy                       pic 99.
           05 ws-asof-mm                       pic 99.
           05 ws-asof-dd                       pic 99.

       01 ws-asof-day-int                      pic 9(7)
           value 0.
       01 ws-year-ago-day-int                  pic 9(7)
           value 0.

      *Day-number work fields for converting a yymmdd date.
       01 ws-work-date                         pic 9(6)
           value 0.
       01 ws-work-parts redefines ws-work-date.
           05 ws-work-yy                       pic 99.
           05 ws-work-mm                       pic 99.
           05 ws-work-dd                       pic 99.

       01 ws-work-date-ymd                     pic 9(8)
           value 0.
       01 ws-work-ymd-parts redefines ws-work-date-ymd.
           05 ws-work-ymd-cc                   pic 99.
           05 ws-work-ymd-yymmdd               pic 9(6).
       01 ws-work-day-int                      pic 9(7)
           value 0.

      *The fiscal calendar, one entry per fiscal week, and the
      *fiscal year/period/week the report date landed on.
       01 ws-fcal-tbl-cnt                      pic 9(3)
           value 0.

       01 ws-fcal-tbl.
           05 ws-fcal-tbl-entry                occurs 1 to 400 times
                   depending on ws-fcal-tbl-cnt
                   indexed by ws-fcal-idx.
               10 ws-fcal-tbl-fiscal-yy         pic 99.
               10 ws-fcal-tbl-period            pic 99.
               10 ws-fcal-tbl-week              pic 99.
               10 ws-fcal-tbl-start-date        pic 9(6).
               10 ws-fcal-tbl-end-date          pic 9(6).

       77 ws-fcal-found-flag                   pic x
           value "N".
       77 ws-fcal-match-idx                    pic 9(3)
           value 0.
       77 ws-fcal-fiscal-yy                    pic 99
           value 0.
       77 ws-fcal-period                       pic 99
           value 0.
       77 ws-fcal-week                         pic 99
           value 0.

      *Earliest week start found for a fiscal year (and period,
      *when ws-fstart-period is not zero) - zero when the calendar
      *doesn't carry it.
       77 ws-fstart-fiscal-yy                  pic 99
           value 0.
       77 ws-fstart-period                     pic 99
           value 0.
       01 ws-fstart-date                       pic 9(6)
           value 0.

      *The three periods compared - day, month-to-date and
      *year-to-date - each as this year's and last year's first
      *and last day numbers, and the yymmdd dates printed over the
      *section.
       77 ws-prd-sub                           pic 9
           value 0.

       01 ws-prd-tbl.
           05 ws-prd-entry                     occurs 3 times.
               10 ws-prd-title                  pic x(16).
               10 ws-prd-ty-from                pic 9(7).
               10 ws-prd-ty-to                  pic 9(7).
               10 ws-prd-ly-from                pic 9(7).
               10 ws-prd-ly-to                  pic 9(7).

      *What the month- and year-to-date periods were based on.
       77 ws-fiscal-basis-flag                 pic x
           value "N".

      *The stores, seeded from the store master, each with its comp
      *verdict and this year's and last year's figures per period.
      *A store on the history but not the master is added as it
      *turns up, as non-comp.
       01 ws-str-tbl-cnt                       pic 999
           value 0.

       01 ws-str-tbl.
           05 ws-str-tbl-entry                 occurs 100 times
                   indexed by ws-str-idx.
               10 ws-str-tbl-num                pic 99.
               10 ws-str-tbl-name               pic x(20).
               10 ws-str-tbl-status             pic x.
               10 ws-str-tbl-open-date          pic 9(6).
               10 ws-str-tbl-close-date         pic 9(6).
               10 ws-str-tbl-comp-flag          pic x.
               10 ws-str-tbl-comp-label         pic x(4).
               10 ws-str-tbl-cell               occurs 3 times.
                   15 ws-str-ty-sales           pic 9(8)v99.
                   15 ws-str-ly-sales           pic 9(8)v99.
                   15 ws-str-ty-returns         pic 9(8)v99.
                   15 ws-str-ly-returns         pic 9(8)v99.
                   15 ws-str-ty-count           pic 9(6).
                   15 ws-str-ly-count           pic 9(6).

       77 ws-str-check-num                     pic 99
           value 0.
       77 ws-str-found-flag                    pic x
           value "N".
       77 ws-str-match-idx                     pic 999
           value 0.

       01 ws-con-not-on-master                 pic x(20)
           value "NOT ON STORE MASTER".

      *Comp-store and whole-chain totals per period.
       01 ws-tot-tbl.
           05 ws-tot-entry                     occurs 3 times.
               10 ws-comp-ty-sales              pic 9(9)v99.
               10 ws-comp-ly-sales              pic 9(9)v99.
               10 ws-comp-ty-returns            pic 9(9)v99.
               10 ws-comp-ly-returns            pic 9(9)v99.
               10 ws-comp-ty-count              pic 9(7).
               10 ws-comp-ly-count              pic 9(7).
               10 ws-chain-ty-sales             pic 9(9)v99.
               10 ws-chain-ly-sales             pic 9(9)v99.
               10 ws-chain-ty-returns           pic 9(9)v99.
               10 ws-chain-ly-returns           pic 9(9)v99.
               10 ws-chain-ty-count             pic 9(7).
               10 ws-chain-ly-count             pic 9(7).

       77 ws-cnt-comp-stores                   pic 999
           value 0.
       77 ws-cnt-hist-read                     pic 9(6)
           value 0.
       77 ws-cnt-lines-written                 pic 9(6)
           value 0.

      *Net sales growth work fields - this year's and last year's
      *sales less returns, and the percentage change between them.
       01 ws-ty-net                            pic s9(9)v99
           value 0.
       01 ws-ly-net                            pic s9(9)v99
           value 0.
       01 ws-growth-pct                        pic s9(5)v9
           value 0.
       01 ws-growth-text.
           05 ws-growth-edit                   pic ----9.9.
           05 filler                           pic x
               value "%".
       01 ws-growth-out                        pic x(8)
           value spaces.

       01 ws-report-header.
           05 filler                           pic x(30).
           05 filler                           pic x(47)
               value "COMPARABLE-STORE SALES - THIS YEAR VS LAST YEAR".

       01 ws-asof-line.
           05 filler                           pic x(9)
               value "AS OF:   ".
           05 ws-al-asof-date                  pic 9(6).
           05 filler                           pic x(3).
           05 ws-al-basis                      pic x(60).

       01 ws-fiscal-basis-text.
           05 filler                           pic x(12)
               value "FISCAL YEAR ".
           05 ws-fb-fiscal-yy                  pic 99.
           05 filler                           pic x(9)
               value "  PERIOD ".
           05 ws-fb-period                     pic 99.
           05 filler                           pic x(7)
               value "  WEEK ".
           05 ws-fb-week                       pic 99.

       01 ws-calendar-basis-text               pic x(60)
           value "OFF THE FISCAL CALENDAR - CALENDAR MONTH AND YEAR".

       01 ws-comp-rule-line.
           05 filler                           pic x(46)
               value "COMP = OPEN MORE THAN 12 MONTHS AND NO CLOSURE".
           05 filler                           pic x(30)
               value " IN EITHER YEAR'S PERIODS.    ".
           05 filler                           pic x(44)
               value "LAST YEAR'S DAY = SAME WEEKDAY 52 WEEKS BACK".

       01 ws-section-line.
           05 ws-sl-title                      pic x(16).
           05 filler                           pic x(10)
               value "THIS YEAR ".
           05 ws-sl-ty-from                    pic 9(6).
           05 filler                           pic x(3)
               value " - ".
           05 ws-sl-ty-to                      pic 9(6).
           05 filler                           pic x(14)
               value "   LAST YEAR ".
           05 ws-sl-ly-from                    pic 9(6).
           05 filler                           pic x(3)
               value " - ".
           05 ws-sl-ly-to                      pic 9(6).

       01 ws-column-headers.
           05 filler                           pic x(8)
               value "  STORE".
           05 filler                           pic x(20)
               value "NAME".
           05 filler                           pic x(6)
               value "COMP".
           05 filler                           pic x(14)
               value "     TY SALES".
           05 filler                           pic x(14)
               value "     LY SALES".
           05 filler                           pic x(15)
               value "    TY RETURNS".
           05 filler                           pic x(14)
               value "   LY RETURNS".
           05 filler                           pic x(9)
               value " TY TRANS".
           05 filler                           pic x(9)
               value " LY TRANS".
           05 filler                           pic x(12)
               value "  NET GROWTH".

       01 ws-detail-line.
           05 filler                           pic x(2).
           05 ws-dl-store-num                  pic 99.
           05 filler                           pic x(4).
           05 ws-dl-store-name                 pic x(20).
           05 ws-dl-comp-label                 pic x(4).
           05 filler                           pic x(2).
           05 ws-dl-ty-sales                   pic $$,$$$,$$9.99.
           05 filler                           pic x.
           05 ws-dl-ly-sales                   pic $$,$$$,$$9.99.
           05 filler                           pic x(2).
           05 ws-dl-ty-returns                 pic $$,$$$,$$9.99.
           05 filler                           pic x.
           05 ws-dl-ly-returns                 pic $$,$$$,$$9.99.
           05 filler                           pic x(2).
           05 ws-dl-ty-count                   pic zzz,zz9.
           05 filler                           pic x(2).
           05 ws-dl-ly-count                   pic zzz,zz9.
           05 filler                           pic x(3).
           05 ws-dl-growth                     pic x(8).

       01 ws-total-line.
           05 ws-tl-label                      pic x(32).
           05 ws-tl-ty-sales                   pic $$$,$$$,$$9.99.
           05 ws-tl-ly-sales                   pic $$$,$$$,$$9.99.
           05 filler                           pic x.
           05 ws-tl-ty-returns                 pic $$$,$$$,$$9.99.
           05 ws-tl-ly-returns                 pic $$$,$$$,$$9.99.
           05 filler                           pic x.
           05 ws-tl-ty-count                   pic z,zzz,zz9.
           05 ws-tl-ly-count                   pic z,zzz,zz9.
           05 filler                           pic x(3).
           05 ws-tl-growth                     pic x(8).

       01 ws-comp-total-label.
           05 filler                           pic x(20)
               value "  COMP STORES TOTAL ".
           05 filler                           pic x
               value "(".
           05 ws-ctl-comp-count                pic zz9.
           05 filler                           pic x
               value ")".

       01 ws-con-chain-total-label             pic x(32)
           value "  TOTAL CHAIN".

       01 ws-no-ly-history-line.
           05 filler                           pic x(48)
               value "NO LAST-YEAR HISTORY ON FILE - CHECK THE HISTORY".
           05 filler                           pic x(17)
               value " RETENTION WINDOW".

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

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           accept ws-rh-start-time from time.
           move 0 to return-code.

           perform 100-open-files.
           perform 200-set-periods.
           perform 300-set-comp-stores.
           perform 400-tally-history.
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

           if (rs-program-id = "PROGRAM54 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Load the reference tables and open the report.
       100-open-files.

           perform 105-load-run-id.
           perform 110-load-fiscal-calendar.
           perform 120-load-store-master.

           open output report-file.

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the header at zeros rather
      *than aborting - the report then runs as of the system date.
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

      *Load the fiscal calendar into a table. A missing file leaves
      *the table empty and the periods fall back to calendar months
      *and years.
       110-load-fiscal-calendar.

           open input fiscal-calendar-file.

           if (ws-fcal-status = "00") then

               read fiscal-calendar-file
                   at end move "Y" to ws-fcal-eof-flag
               end-read

               perform 115-load-fiscal-calendar-entry
                   until ws-fcal-eof-flag = "Y"

               close fiscal-calendar-file

           end-if.

       115-load-fiscal-calendar-entry.

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
               move sm-in-store-name   to ws-str-tbl-name(ws-str-idx)
               move sm-in-store-status
                   to ws-str-tbl-status(ws-str-idx)
               move sm-in-open-date
                   to ws-str-tbl-open-date(ws-str-idx)
               move sm-in-close-date
                   to ws-str-tbl-close-date(ws-str-idx)
           end-if.

           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *Work out this year's and last year's first and last day of
      *each period. Last year's day is the same weekday 52 weeks
      *back. On the fiscal calendar, last year's month- and
      *year-to-date start on the first day of the same fiscal
      *period and year a year earlier and run for as many days as
      *this year's have; a fiscal year the calendar doesn't carry
      *is taken as starting 52 weeks before this one. Off the
      *calendar, the periods are the calendar month and year and
      *last year's run to the same date a year earlier.
       200-set-periods.

           move ws-asof-date to ws-work-date.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-asof-day-int.

           move ws-asof-date to ws-work-date.
           subtract 1 from ws-work-yy.
           if (ws-work-mm = 2) and (ws-work-dd = 29) then
               move 28 to ws-work-dd
           end-if.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-year-ago-day-int.

           move "DAY:"           to ws-prd-title(1).
           move "MONTH-TO-DATE:" to ws-prd-title(2).
           move "YEAR-TO-DATE:"  to ws-prd-title(3).

           move ws-asof-day-int to ws-prd-ty-from(1).
           move ws-asof-day-int to ws-prd-ty-to(1).
           compute ws-prd-ly-from(1)
               = ws-asof-day-int - ws-con-ly-day-offset.
           move ws-prd-ly-from(1) to ws-prd-ly-to(1).

           move ws-asof-day-int to ws-prd-ty-to(2).
           move ws-asof-day-int to ws-prd-ty-to(3).

           perform 210-find-fiscal-week.

           if (ws-fcal-found-flag = "Y") then
               move "Y" to ws-fiscal-basis-flag
               perform 220-set-fiscal-periods
           else
               move "N" to ws-fiscal-basis-flag
               perform 230-set-calendar-periods
           end-if.

      *Find the fiscal week the report date falls in.
       210-find-fiscal-week.

           move "N" to ws-fcal-found-flag.

           perform 215-compare-fiscal-week
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
           end-if.

      *Does the report date fall in this fiscal week? Remember
      *where - the perform varying above leaves ws-fcal-idx one
      *past it by the time the loop stops.
       215-compare-fiscal-week.

           if (ws-asof-date >= ws-fcal-tbl-start-date(ws-fcal-idx))
               and (ws-asof-date <= ws-fcal-tbl-end-date(ws-fcal-idx))
               then

               move "Y" to ws-fcal-found-flag
               set ws-fcal-match-idx to ws-fcal-idx

           end-if.

      *Month- and year-to-date on the fiscal calendar.
       220-set-fiscal-periods.

           move ws-fcal-fiscal-yy to ws-fstart-fiscal-yy.
           move ws-fcal-period    to ws-fstart-period.
           perform 240-find-fiscal-start.
           move ws-fstart-date to ws-work-date.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-prd-ty-from(2).

           move 0 to ws-fstart-period.
           perform 240-find-fiscal-start.
           move ws-fstart-date to ws-work-date.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-prd-ty-from(3).

           compute ws-fstart-fiscal-yy = ws-fcal-fiscal-yy - 1.
           move ws-fcal-period to ws-fstart-period.
           perform 240-find-fiscal-start.

           if (ws-fstart-date = 0) then
               compute ws-prd-ly-from(2)
                   = ws-prd-ty-from(2) - ws-con-ly-day-offset
           else
               move ws-fstart-date to ws-work-date
               perform 800-date-to-day-number
               move ws-work-day-int to ws-prd-ly-from(2)
           end-if.

           move 0 to ws-fstart-period.
           perform 240-find-fiscal-start.

           if (ws-fstart-date = 0) then
               compute ws-prd-ly-from(3)
                   = ws-prd-ty-from(3) - ws-con-ly-day-offset
           else
               move ws-fstart-date to ws-work-date
               perform 800-date-to-day-number
               move ws-work-day-int to ws-prd-ly-from(3)
           end-if.

           compute ws-prd-ly-to(2) = ws-prd-ly-from(2)
               + (ws-prd-ty-to(2) - ws-prd-ty-from(2)).
           compute ws-prd-ly-to(3) = ws-prd-ly-from(3)
               + (ws-prd-ty-to(3) - ws-prd-ty-from(3)).

      *Month- and year-to-date on calendar months and years.
       230-set-calendar-periods.

           move ws-asof-date to ws-work-date.
           move 1 to ws-work-dd.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-prd-ty-from(2).

           move 1 to ws-work-mm.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-prd-ty-from(3).

           move ws-asof-date to ws-work-date.
           subtract 1 from ws-work-yy.
           move 1 to ws-work-dd.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-prd-ly-from(2).

           move 1 to ws-work-mm.
           perform 800-date-to-day-number.
           move ws-work-day-int to ws-prd-ly-from(3).

           move ws-year-ago-day-int to ws-prd-ly-to(2).
           move ws-year-ago-day-int to ws-prd-ly-to(3).

      *Earliest week start on the calendar for ws-fstart-fiscal-yy
      *(and ws-fstart-period, unless it is zero) into
      *ws-fstart-date, zero when there is none.
       240-find-fiscal-start.

           move 0 to ws-fstart-date.

           perform 245-check-fiscal-start
               varying ws-fcal-idx from 1 by 1
               until ws-fcal-idx > ws-fcal-tbl-cnt.

       245-check-fiscal-start.

           if (ws-fcal-tbl-fiscal-yy(ws-fcal-idx) = ws-fstart-fiscal-yy)
               and ((ws-fstart-period = 0)
                   or (ws-fcal-tbl-period(ws-fcal-idx)
                       = ws-fstart-period)) then

               if (ws-fstart-date = 0)
                   or (ws-fcal-tbl-start-date(ws-fcal-idx)
                       < ws-fstart-date) then
                   move ws-fcal-tbl-start-date(ws-fcal-idx)
                       to ws-fstart-date
               end-if

           end-if.

      *Decide which stores are comparable: active, opened more than
      *twelve months before the report date, and not closed at any
      *point from the start of last year's year-to-date through the
      *report date.
       300-set-comp-stores.

           perform 310-set-one-comp-store
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

       310-set-one-comp-store.

           move "N"    to ws-str-tbl-comp-flag(ws-str-idx).
           move "NON " to ws-str-tbl-comp-label(ws-str-idx).

           if (ws-str-tbl-status(ws-str-idx)
                   not = ws-con-active-status) then

               move "CLSD" to ws-str-tbl-comp-label(ws-str-idx)

           else

               move ws-str-tbl-open-date(ws-str-idx) to ws-work-date
               perform 800-date-to-day-number

               if (ws-str-tbl-open-date(ws-str-idx) = 0)
                   or (ws-work-day-int not < ws-year-ago-day-int) then

                   move "NEW " to ws-str-tbl-comp-label(ws-str-idx)

               else

                   move ws-str-tbl-close-date(ws-str-idx)
                       to ws-work-date
                   perform 800-date-to-day-number

                   if (ws-str-tbl-close-date(ws-str-idx) not = 0)
                       and (ws-work-day-int >= ws-prd-ly-from(3))
                       and (ws-work-day-int <= ws-asof-day-int) then

                       move "CLSD"
                           to ws-str-tbl-comp-label(ws-str-idx)

                   else

                       move "Y" to ws-str-tbl-comp-flag(ws-str-idx)
                       move "COMP"
                           to ws-str-tbl-comp-label(ws-str-idx)
                       add 1 to ws-cnt-comp-stores

                   end-if

               end-if

           end-if.

      *Read the history and add each sale, layaway and return into
      *every period its transaction date falls in, this year's or
      *last year's. A missing history just leaves every figure at
      *zero.
       400-tally-history.

           move "N" to ws-eof-flag.

           open input history-file.

           if (ws-hist-status = "00") then

               read history-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 410-tally-one-record
                   until ws-eof-flag = "Y"

               close history-file

           end-if.

       410-tally-one-record.

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
               and (th-trans-date is numeric)
               and (th-trans-date not = 0)
               and (th-trans-amt is numeric) then

               move th-trans-date to ws-work-date
               perform 800-date-to-day-number

               if (ws-work-day-int >= ws-prd-ly-from(3))
                   or (ws-work-day-int >= ws-prd-ly-from(1)) then

                   move th-store-num to ws-str-check-num
                   perform 430-locate-store

                   if (ws-str-found-flag = "Y") then
                       perform 440-tally-one-period
                           varying ws-prd-sub from 1 by 1
                           until ws-prd-sub > 3
                   end-if

               end-if

           end-if.

           read history-file
               at end move "Y" to ws-eof-flag.

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
               move "N"    to ws-str-tbl-comp-flag(ws-str-idx)
               move "NON " to ws-str-tbl-comp-label(ws-str-idx)
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

      *Add the record into one period's this-year or last-year
      *figures for its store when its date falls in them.
       440-tally-one-period.

           if (ws-work-day-int >= ws-prd-ty-from(ws-prd-sub))
               and (ws-work-day-int <= ws-prd-ty-to(ws-prd-sub)) then

               if (th-trans-code = ws-con-trans-code-R) then
                   add th-trans-amt
                       to ws-str-ty-returns(ws-str-idx, ws-prd-sub)
               else
                   add th-trans-amt
                       to ws-str-ty-sales(ws-str-idx, ws-prd-sub)
                   add 1 to ws-str-ty-count(ws-str-idx, ws-prd-sub)
               end-if

           else
           if (ws-work-day-int >= ws-prd-ly-from(ws-prd-sub))
               and (ws-work-day-int <= ws-prd-ly-to(ws-prd-sub)) then

               if (th-trans-code = ws-con-trans-code-R) then
                   add th-trans-amt
                       to ws-str-ly-returns(ws-str-idx, ws-prd-sub)
               else
                   add th-trans-amt
                       to ws-str-ly-sales(ws-str-idx, ws-prd-sub)
                   add 1 to ws-str-ly-count(ws-str-idx, ws-prd-sub)
               end-if

           end-if
           end-if.

      *The report: what it is as of and on what basis, then a
      *section per period with a line per store and the comp-store
      *and whole-chain totals.
       500-write-report.

           write report-line from ws-batch-header-line.
           write report-line from ws-report-header.
           write report-line from spaces.

           move ws-asof-date to ws-al-asof-date.

           if (ws-fiscal-basis-flag = "Y") then
               move ws-fcal-fiscal-yy to ws-fb-fiscal-yy
               move ws-fcal-period    to ws-fb-period
               move ws-fcal-week      to ws-fb-week
               move ws-fiscal-basis-text to ws-al-basis
           else
               move ws-calendar-basis-text to ws-al-basis
           end-if.

           write report-line from ws-asof-line.
           write report-line from ws-comp-rule-line.

           initialize ws-tot-tbl.

           perform 510-write-one-period
               varying ws-prd-sub from 1 by 1
               until ws-prd-sub > 3.

           if (ws-chain-ly-count(3) = 0)
               and (ws-chain-ly-returns(3) = 0) then
               write report-line from spaces
               write report-line from ws-no-ly-history-line
           end-if.

       510-write-one-period.

           write report-line from spaces.

           move ws-prd-title(ws-prd-sub) to ws-sl-title.

           move ws-prd-ty-from(ws-prd-sub) to ws-work-day-int.
           perform 810-day-number-to-date.
           move ws-work-date to ws-sl-ty-from.

           move ws-prd-ty-to(ws-prd-sub) to ws-work-day-int.
           perform 810-day-number-to-date.
           move ws-work-date to ws-sl-ty-to.

           move ws-prd-ly-from(ws-prd-sub) to ws-work-day-int.
           perform 810-day-number-to-date.
           move ws-work-date to ws-sl-ly-from.

           move ws-prd-ly-to(ws-prd-sub) to ws-work-day-int.
           perform 810-day-number-to-date.
           move ws-work-date to ws-sl-ly-to.

           write report-line from ws-section-line.
           write report-line from spaces.
           write report-line from ws-column-headers.
           write report-line from spaces.

           perform 520-write-one-store
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

           write report-line from spaces.

           move ws-cnt-comp-stores to ws-ctl-comp-count.
           move ws-comp-total-label to ws-tl-label.
           move ws-comp-ty-sales(ws-prd-sub)   to ws-tl-ty-sales.
           move ws-comp-ly-sales(ws-prd-sub)   to ws-tl-ly-sales.
           move ws-comp-ty-returns(ws-prd-sub) to ws-tl-ty-returns.
           move ws-comp-ly-returns(ws-prd-sub) to ws-tl-ly-returns.
           move ws-comp-ty-count(ws-prd-sub)   to ws-tl-ty-count.
           move ws-comp-ly-count(ws-prd-sub)   to ws-tl-ly-count.
           compute ws-ty-net = ws-comp-ty-sales(ws-prd-sub)
               - ws-comp-ty-returns(ws-prd-sub).
           compute ws-ly-net = ws-comp-ly-sales(ws-prd-sub)
               - ws-comp-ly-returns(ws-prd-sub).
           perform 600-compute-growth.
           move ws-growth-out to ws-tl-growth.
           write report-line from ws-total-line.
           add 1 to ws-cnt-lines-written.

           move ws-con-chain-total-label to ws-tl-label.
           move ws-chain-ty-sales(ws-prd-sub)   to ws-tl-ty-sales.
           move ws-chain-ly-sales(ws-prd-sub)   to ws-tl-ly-sales.
           move ws-chain-ty-returns(ws-prd-sub) to ws-tl-ty-returns.
           move ws-chain-ly-returns(ws-prd-sub) to ws-tl-ly-returns.
           move ws-chain-ty-count(ws-prd-sub)   to ws-tl-ty-count.
           move ws-chain-ly-count(ws-prd-sub)   to ws-tl-ly-count.
           compute ws-ty-net = ws-chain-ty-sales(ws-prd-sub)
               - ws-chain-ty-returns(ws-prd-sub).
           compute ws-ly-net = ws-chain-ly-sales(ws-prd-sub)
               - ws-chain-ly-returns(ws-prd-sub).
           perform 600-compute-growth.
           move ws-growth-out to ws-tl-growth.
           write report-line from ws-total-line.
           add 1 to ws-cnt-lines-written.

      *One store's line for the period, and its figures into the
      *comp-store and whole-chain totals.
       520-write-one-store.

           move ws-str-tbl-num(ws-str-idx)  to ws-dl-store-num.
           move ws-str-tbl-name(ws-str-idx) to ws-dl-store-name.
           move ws-str-tbl-comp-label(ws-str-idx) to ws-dl-comp-label.
           move ws-str-ty-sales(ws-str-idx, ws-prd-sub)
               to ws-dl-ty-sales.
           move ws-str-ly-sales(ws-str-idx, ws-prd-sub)
               to ws-dl-ly-sales.
           move ws-str-ty-returns(ws-str-idx, ws-prd-sub)
               to ws-dl-ty-returns.
           move ws-str-ly-returns(ws-str-idx, ws-prd-sub)
               to ws-dl-ly-returns.
           move ws-str-ty-count(ws-str-idx, ws-prd-sub)
               to ws-dl-ty-count.
           move ws-str-ly-count(ws-str-idx, ws-prd-sub)
               to ws-dl-ly-count.

           compute ws-ty-net = ws-str-ty-sales(ws-str-idx, ws-prd-sub)
               - ws-str-ty-returns(ws-str-idx, ws-prd-sub).
           compute ws-ly-net = ws-str-ly-sales(ws-str-idx, ws-prd-sub)
               - ws-str-ly-returns(ws-str-idx, ws-prd-sub).
           perform 600-compute-growth.
           move ws-growth-out to ws-dl-growth.

           write report-line from ws-detail-line.
           add 1 to ws-cnt-lines-written.

           if (ws-str-tbl-comp-flag(ws-str-idx) = "Y") then
               add ws-str-ty-sales(ws-str-idx, ws-prd-sub)
                   to ws-comp-ty-sales(ws-prd-sub)
               add ws-str-ly-sales(ws-str-idx, ws-prd-sub)
                   to ws-comp-ly-sales(ws-prd-sub)
               add ws-str-ty-returns(ws-str-idx, ws-prd-sub)
                   to ws-comp-ty-returns(ws-prd-sub)
               add ws-str-ly-returns(ws-str-idx, ws-prd-sub)
                   to ws-comp-ly-returns(ws-prd-sub)
               add ws-str-ty-count(ws-str-idx, ws-prd-sub)
                   to ws-comp-ty-count(ws-prd-sub)
               add ws-str-ly-count(ws-str-idx, ws-prd-sub)
                   to ws-comp-ly-count(ws-prd-sub)
           end-if.

           add ws-str-ty-sales(ws-str-idx, ws-prd-sub)
               to ws-chain-ty-sales(ws-prd-sub).
           add ws-str-ly-sales(ws-str-idx, ws-prd-sub)
               to ws-chain-ly-sales(ws-prd-sub).
           add ws-str-ty-returns(ws-str-idx, ws-prd-sub)
               to ws-chain-ty-returns(ws-prd-sub).
           add ws-str-ly-returns(ws-str-idx, ws-prd-sub)
               to ws-chain-ly-returns(ws-prd-sub).
           add ws-str-ty-count(ws-str-idx, ws-prd-sub)
               to ws-chain-ty-count(ws-prd-sub).
           add ws-str-ly-count(ws-str-idx, ws-prd-sub)
               to ws-chain-ly-count(ws-prd-sub).

      *Net sales growth this year over last, to a tenth of a
      *percent. With nothing (or less than nothing) to compare
      *against last year there is no percentage to give.
       600-compute-growth.

           if (ws-ly-net > 0) then

               compute ws-growth-pct rounded
                   = (ws-ty-net - ws-ly-net) * 100 / ws-ly-net
                   on size error
                       move "    N/A" to ws-growth-out
                   not on size error
                       move ws-growth-pct to ws-growth-edit
                       move ws-growth-text to ws-growth-out
               end-compute

           else

               move "    N/A" to ws-growth-out

           end-if.

      *Day number of the yymmdd date in ws-work-date into
      *ws-work-day-int - zero for a date that isn't one.
       800-date-to-day-number.

           move 0 to ws-work-day-int.

           if (ws-work-mm >= 1) and (ws-work-mm <= 12)
               and (ws-work-dd >= 1) and (ws-work-dd <= 31) then
               compute ws-work-date-ymd = 20000000 + ws-work-date
               compute ws-work-day-int
                   = function integer-of-date(ws-work-date-ymd)
           end-if.

      *And back - ws-work-day-int to yymmdd in ws-work-date.
       810-day-number-to-date.

           compute ws-work-date-ymd
               = function date-of-integer(ws-work-day-int).
           move ws-work-ymd-yymmdd to ws-work-date.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM54 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-hist-read to rh-records-read.
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

       end program Program54.
