       identification division.
       program-id. Program56.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Sales plan versus actual report. Measures each
      *         store's net sales (sales and layaways less returns,
      *         off the dated transaction history) against its own
      *         target on sales-plan.dat for the day and the fiscal
      *         month-to-date, with the variance in dollars and as a
      *         percentage of plan. A store further behind plan than
      *         the percentage on plan-variance-threshold.dat is
      *         flagged. Hands the chain's plan and actual totals
      *         and the count of stores behind plan to Program20 in
      *         a small extract so the morning page carries them.

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

      *The permanent transaction history Program1 appends to - the
      *actual sales come out of it by transaction date.
           select history-file
               assign to
               "../../../../Program1/data/transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

      *The sales plan Program55 maintains - one target per store
      *and date.
           select sales-plan-file
               assign to "../../../../Program1/data/sales-plan.dat"
               organization is line sequential
               file status is ws-plan-status.

      *Behind-plan threshold - how far under plan, as a percentage
      *of plan, a store can run before it is flagged. A one-line
      *control file, the same control-file-with-default shape as
      *review-threshold.dat.
           select plan-threshold-file
               assign to
               "../../../../Program1/data/plan-variance-threshold.dat"
               organization is line sequential
               file status is ws-thresh-status.

      *Store master reference file - names and the report's store
      *order.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

      *Fiscal calendar - the month-to-date follows the 4-4-5 fiscal
      *period. A missing file falls back to the calendar month.
           select fiscal-calendar-file
               assign to "../../../../Program1/data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fcal-status.

      *Output file declaration
           select report-file
               assign to "../../../data/plan-vs-actual-report.out"
               organization is line sequential.

      *Chain totals for the dashboard, wrapped in the same header and
      *trailer controls the GL extracts carry.
           select plan-summary-file
               assign to "../../../data/plan-vs-actual-summary.dat"
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

      *Define the sales plan record - same shape Program55 writes
      *it.
       fd sales-plan-file
           data record is sp-record
           record contains 17 characters.

       01 sp-record.
           05 sp-store-num                     pic 99.
           05 sp-plan-date                     pic 9(6).
           05 sp-plan-amt                      pic 9(7)v99.

      *Define the behind-plan threshold record - a percentage to one
      *decimal place, so 0100 is 10.0%.
       fd plan-threshold-file
           data record is pt-threshold-in
           record contains 4 characters.

       01 pt-threshold-in                      pic 9(3)v9.

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

      *Define the plan summary extract record - the chain's plan and
      *actual for the day and month-to-date over the planned
      *stores, how many of them are behind plan, and the threshold
      *that judged them.
       fd plan-summary-file
           data record is ps-record
           record contains 54 characters.

       01 ps-record.
           05 ps-day-plan-amt                  pic 9(9)v99.
           05 ps-day-actual-amt                pic s9(9)v99.
           05 ps-mtd-plan-amt                  pic 9(9)v99.
           05 ps-mtd-actual-amt                pic s9(9)v99.
           05 ps-day-behind-count              pic 9(3).
           05 ps-mtd-behind-count              pic 9(3).
           05 ps-threshold-pct                 pic 9(3)v9.

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
           value "PROGRAM56 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-hist-status                       pic xx
           value "00".
       77 ws-plan-status                       pic xx
           value "00".
       77 ws-thresh-status                     pic xx
           value "00".
       77 ws-strmst-status                     pic xx
           value "00".
       77 ws-fcal-status                       pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-plan-eof-flag                     pic x
           value "N".
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

      *Used if plan-variance-threshold.dat is missing - keeps the
      *run going on a sensible default instead of aborting.
       77 ws-con-threshold-default             pic 9(3)v9
           value 10.0.

       77 ws-threshold-pct                     pic 9(3)v9
           value 0.

      *The day being reported on.
       01 ws-asof-date                         pic 9(6)
           value 0.
       01 ws-asof-parts redefines ws-asof-date.
           05 ws-asof-yy                       pic 99.
           05 ws-asof-mm                       pic 99.
           05 ws-asof-dd                       pic 99.

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

      *Earliest week start found for the fiscal period the report
      *date is in.
       01 ws-fstart-date                       pic 9(6)
           value 0.

      *The two periods reported - the day and the month-to-date -
      *as their first and last yymmdd dates.
       77 ws-prd-sub                           pic 9
           value 0.

       01 ws-prd-tbl.
           05 ws-prd-entry                     occurs 2 times.
               10 ws-prd-title                  pic x(16).
               10 ws-prd-from-date              pic 9(6).
               10 ws-prd-to-date                pic 9(6).

      *What the month-to-date was based on.
       77 ws-fiscal-basis-flag                 pic x
           value "N".

      *The stores, seeded from the store master, each with its plan
      *and actual per period. A store on the plan or the history
      *but not the master is added as it turns up.
       01 ws-str-tbl-cnt                       pic 999
           value 0.

       01 ws-str-tbl.
           05 ws-str-tbl-entry                 occurs 100 times
                   indexed by ws-str-idx.
               10 ws-str-tbl-num                pic 99.
               10 ws-str-tbl-name               pic x(20).
               10 ws-str-tbl-cell               occurs 2 times.
                   15 ws-str-plan-amt           pic 9(8)v99.
                   15 ws-str-actual-amt         pic s9(8)v99.
                   15 ws-str-planned-flag       pic x.

       77 ws-str-check-num                     pic 99
           value 0.
       77 ws-str-found-flag                    pic x
           value "N".
       77 ws-str-match-idx                     pic 999
           value 0.

       01 ws-con-not-on-master                 pic x(20)
           value "NOT ON STORE MASTER".

      *Planned-store totals per period - only stores with a target
      *for the period count, so a store nobody planned can't make
      *the chain look ahead of plan - and the stores behind plan
      *and without one.
       01 ws-tot-tbl.
           05 ws-tot-entry                     occurs 2 times.
               10 ws-tot-plan-amt               pic 9(9)v99.
               10 ws-tot-actual-amt             pic s9(9)v99.
               10 ws-tot-planned-count          pic 999.
               10 ws-tot-behind-count           pic 999.
               10 ws-tot-no-plan-count          pic 999.
               10 ws-tot-no-plan-actual         pic s9(9)v99.

       77 ws-cnt-hist-read                     pic 9(6)
           value 0.
       77 ws-cnt-plan-read                     pic 9(6)
           value 0.
       77 ws-cnt-lines-written                 pic 9(6)
           value 0.

      *Variance work fields - actual less plan, and that as a
      *percentage of plan.
       01 ws-var-plan                          pic 9(9)v99
           value 0.
       01 ws-var-actual                        pic s9(9)v99
           value 0.
       01 ws-var-amt                           pic s9(9)v99
           value 0.
       01 ws-var-pct                           pic s9(5)v9
           value 0.
       77 ws-var-behind-flag                   pic x
           value "N".
       01 ws-var-pct-text.
           05 ws-var-pct-edit                  pic ----9.9.
           05 filler                           pic x
               value "%".
       01 ws-var-pct-out                       pic x(8)
           value spaces.

      *Header/trailer controls wrapped around the summary extract -
      *the batch date and run id on the front, the record count and
      *amount hash on the back - the same controls Program20 checks
      *on the GL extracts.
       01 ws-extract-header-line.
           05 filler                           pic x
               value "H".
           05 xh-batch-date                    pic 9(6).
           05 xh-run-id                        pic 9(8).

       01 ws-extract-trailer-line.
           05 filler                           pic x
               value "T".
           05 xt-record-count                  pic 9(6).
           05 xt-amount-hash                   pic s9(11)v99.

       01 ws-report-header.
           05 filler                           pic x(40).
           05 filler                           pic x(36)
               value "SALES PLAN VERSUS ACTUAL - BY STORE".

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
           value "OFF THE FISCAL CALENDAR - CALENDAR MONTH TO DATE".

       01 ws-rule-line.
           05 filler                           pic x(41)
               value "ACTUAL = SALES + LAYAWAYS - RETURNS.     ".
           05 filler                           pic x(24)
               value "BEHIND PLAN = MORE THAN ".
           05 ws-rl-threshold                  pic zz9.9.
           05 filler                           pic x(15)
               value "% UNDER PLAN".

       01 ws-section-line.
           05 ws-sl-title                      pic x(16).
           05 ws-sl-from-date                  pic 9(6).
           05 filler                           pic x(3)
               value " - ".
           05 ws-sl-to-date                    pic 9(6).

       01 ws-column-headers.
           05 filler                           pic x(8)
               value "  STORE".
           05 filler                           pic x(22)
               value "NAME".
           05 filler                           pic x(16)
               value "          PLAN".
           05 filler                           pic x(17)
               value "         ACTUAL".
           05 filler                           pic x(17)
               value "       VARIANCE".
           05 filler                           pic x(12)
               value "   VAR %".
           05 filler                           pic x(14)
               value "FLAG".

       01 ws-detail-line.
           05 filler                           pic x(2).
           05 ws-dl-store-num                  pic 99.
           05 filler                           pic x(4).
           05 ws-dl-store-name                 pic x(20).
           05 filler                           pic x(2).
           05 ws-dl-plan-amt                   pic $$,$$$,$$9.99.
           05 filler                           pic x(3).
           05 ws-dl-actual-amt                 pic $$,$$$,$$9.99-.
           05 filler                           pic x(2).
           05 ws-dl-var-amt                    pic $$,$$$,$$9.99-.
           05 filler                           pic x(3).
           05 ws-dl-var-pct                    pic x(8).
           05 filler                           pic x(4).
           05 ws-dl-flag                       pic x(14).

       01 ws-con-flags.
           05 ws-con-flag-behind               pic x(14)
               value "** BEHIND PLAN".
           05 ws-con-flag-no-plan              pic x(14)
               value "NO PLAN".

       01 ws-total-line.
           05 ws-tl-label                      pic x(29).
           05 ws-tl-plan-amt                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(2).
           05 ws-tl-actual-amt                 pic $$$,$$$,$$9.99-.
           05 filler                           pic x.
           05 ws-tl-var-amt                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(3).
           05 ws-tl-var-pct                    pic x(8).

       01 ws-planned-total-label.
           05 filler                           pic x(23)
               value "  PLANNED STORES TOTAL ".
           05 filler                           pic x
               value "(".
           05 ws-ptl-planned-count             pic zz9.
           05 filler                           pic x
               value ")".

       01 ws-behind-count-line.
           05 filler                           pic x(2).
           05 filler                           pic x(21)
               value "STORES BEHIND PLAN: ".
           05 ws-bc-behind-count               pic zz9.

       01 ws-no-plan-line.
           05 filler                           pic x(2).
           05 filler                           pic x(21)
               value "STORES WITH NO PLAN: ".
           05 ws-np-no-plan-count              pic zz9.
           05 filler                           pic x(15)
               value "  ACTUAL SALES ".
           05 ws-np-actual-amt                 pic $$$,$$$,$$9.99-.
           05 filler                           pic x(22)
               value " NOT IN PLANNED TOTAL".

       01 ws-no-plan-on-file-line.
           05 filler                           pic x(47)
               value "NO SALES PLAN ON FILE FOR THE MONTH - LOAD ONE ".
           05 filler                           pic x(17)
               value "THROUGH PROGRAM55".

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
           perform 300-tally-plan.
           perform 400-tally-history.
           perform 500-write-report.
           perform 700-write-summary-extract.
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

           if (rs-program-id = "PROGRAM56 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Load the reference tables and open the report.
       100-open-files.

           perform 105-load-run-id.
           perform 107-load-threshold.
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

      *Load the behind-plan threshold. A missing or unreadable
      *control file just means "run with the built-in default".
       107-load-threshold.

           move ws-con-threshold-default to ws-threshold-pct.

           open input plan-threshold-file.

           if (ws-thresh-status = "00") then

               read plan-threshold-file
                   not at end
                       if (pt-threshold-in is numeric) then
                           move pt-threshold-in to ws-threshold-pct
                       end-if
               end-read

               close plan-threshold-file

           end-if.

      *Load the fiscal calendar into a table. A missing file leaves
      *the table empty and the month-to-date falls back to the
      *calendar month.
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
               move sm-in-store-name to ws-str-tbl-name(ws-str-idx)
           end-if.

           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *The day is the report date; the month-to-date runs from the
      *first day of the fiscal period the report date falls in, or
      *from the first of the calendar month off the calendar.
       200-set-periods.

           move "DAY:"           to ws-prd-title(1).
           move "MONTH-TO-DATE:" to ws-prd-title(2).

           move ws-asof-date to ws-prd-from-date(1).
           move ws-asof-date to ws-prd-to-date(1).
           move ws-asof-date to ws-prd-to-date(2).

           perform 210-find-fiscal-week.

           if (ws-fcal-found-flag = "Y") then

               move "Y" to ws-fiscal-basis-flag
               perform 240-find-fiscal-start
               move ws-fstart-date to ws-prd-from-date(2)

           else

               move "N" to ws-fiscal-basis-flag
               move ws-asof-date to ws-prd-from-date(2)
               move "01" to ws-prd-from-date(2)(5:2)

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

      *Earliest week start on the calendar for the report date's
      *fiscal year and period into ws-fstart-date.
       240-find-fiscal-start.

           move ws-asof-date to ws-fstart-date.

           perform 245-check-fiscal-start
               varying ws-fcal-idx from 1 by 1
               until ws-fcal-idx > ws-fcal-tbl-cnt.

       245-check-fiscal-start.

           if (ws-fcal-tbl-fiscal-yy(ws-fcal-idx) = ws-fcal-fiscal-yy)
               and (ws-fcal-tbl-period(ws-fcal-idx) = ws-fcal-period)
               and (ws-fcal-tbl-start-date(ws-fcal-idx)
                   < ws-fstart-date) then

               move ws-fcal-tbl-start-date(ws-fcal-idx)
                   to ws-fstart-date

           end-if.

      *Read the plan and add each target into every period its date
      *falls in. A missing plan leaves every store unplanned.
       300-tally-plan.

           open input sales-plan-file.

           if (ws-plan-status = "00") then

               read sales-plan-file
                   at end move "Y" to ws-plan-eof-flag
               end-read

               perform 310-tally-one-plan-entry
                   until ws-plan-eof-flag = "Y"

               close sales-plan-file

           end-if.

       310-tally-one-plan-entry.

           add 1 to ws-cnt-plan-read.

           if (sp-plan-date >= ws-prd-from-date(2))
               and (sp-plan-date <= ws-prd-to-date(2))
               and (sp-plan-amt is numeric) then

               move sp-store-num to ws-str-check-num
               perform 430-locate-store

               if (ws-str-found-flag = "Y") then
                   perform 320-plan-one-period
                       varying ws-prd-sub from 1 by 1
                       until ws-prd-sub > 2
               end-if

           end-if.

           read sales-plan-file
               at end move "Y" to ws-plan-eof-flag.

       320-plan-one-period.

           if (sp-plan-date >= ws-prd-from-date(ws-prd-sub))
               and (sp-plan-date <= ws-prd-to-date(ws-prd-sub)) then

               add sp-plan-amt
                   to ws-str-plan-amt(ws-str-idx, ws-prd-sub)
               move "Y" to ws-str-planned-flag(ws-str-idx, ws-prd-sub)

           end-if.

      *Read the history and add each sale and layaway into, and take
      *each return out of, every period its transaction date falls
      *in. A missing history just leaves every actual at zero.
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
               and (th-trans-date >= ws-prd-from-date(2))
               and (th-trans-date <= ws-prd-to-date(2))
               and (th-trans-amt is numeric) then

               move th-store-num to ws-str-check-num
               perform 430-locate-store

               if (ws-str-found-flag = "Y") then
                   perform 440-tally-one-period
                       varying ws-prd-sub from 1 by 1
                       until ws-prd-sub > 2
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
               move "N" to ws-str-planned-flag(ws-str-idx, 1)
               move "N" to ws-str-planned-flag(ws-str-idx, 2)
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

      *Add the record into one period's actual for its store when
      *its date falls in it.
       440-tally-one-period.

           if (th-trans-date >= ws-prd-from-date(ws-prd-sub))
               and (th-trans-date <= ws-prd-to-date(ws-prd-sub)) then

               if (th-trans-code = ws-con-trans-code-R) then
                   subtract th-trans-amt
                       from ws-str-actual-amt(ws-str-idx, ws-prd-sub)
               else
                   add th-trans-amt
                       to ws-str-actual-amt(ws-str-idx, ws-prd-sub)
               end-if

           end-if.

      *The report: what it is as of and on what basis, then a
      *section per period with a line per store, the planned-store
      *totals and the behind-plan and unplanned counts.
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

           move ws-threshold-pct to ws-rl-threshold.
           write report-line from ws-rule-line.

           initialize ws-tot-tbl.

           perform 510-write-one-period
               varying ws-prd-sub from 1 by 1
               until ws-prd-sub > 2.

           if (ws-tot-planned-count(2) = 0) then
               write report-line from spaces
               write report-line from ws-no-plan-on-file-line
           end-if.

       510-write-one-period.

           write report-line from spaces.

           move ws-prd-title(ws-prd-sub)     to ws-sl-title.
           move ws-prd-from-date(ws-prd-sub) to ws-sl-from-date.
           move ws-prd-to-date(ws-prd-sub)   to ws-sl-to-date.

           write report-line from ws-section-line.
           write report-line from spaces.
           write report-line from ws-column-headers.
           write report-line from spaces.

           perform 520-write-one-store
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

           write report-line from spaces.

           move ws-tot-planned-count(ws-prd-sub)
               to ws-ptl-planned-count.
           move ws-planned-total-label to ws-tl-label.
           move ws-tot-plan-amt(ws-prd-sub)   to ws-var-plan.
           move ws-tot-actual-amt(ws-prd-sub) to ws-var-actual.
           perform 600-compute-variance.
           move ws-var-plan    to ws-tl-plan-amt.
           move ws-var-actual  to ws-tl-actual-amt.
           move ws-var-amt     to ws-tl-var-amt.
           move ws-var-pct-out to ws-tl-var-pct.
           write report-line from ws-total-line.
           add 1 to ws-cnt-lines-written.

           move ws-tot-behind-count(ws-prd-sub) to ws-bc-behind-count.
           write report-line from ws-behind-count-line.

           if (ws-tot-no-plan-count(ws-prd-sub) > 0) then
               move ws-tot-no-plan-count(ws-prd-sub)
                   to ws-np-no-plan-count
               move ws-tot-no-plan-actual(ws-prd-sub)
                   to ws-np-actual-amt
               write report-line from ws-no-plan-line
           end-if.

      *One store's line for the period, and its figures into the
      *planned-store totals - or, with no target for the period,
      *into the unplanned count instead.
       520-write-one-store.

           move ws-str-tbl-num(ws-str-idx)  to ws-dl-store-num.
           move ws-str-tbl-name(ws-str-idx) to ws-dl-store-name.

           move ws-str-plan-amt(ws-str-idx, ws-prd-sub)
               to ws-var-plan.
           move ws-str-actual-amt(ws-str-idx, ws-prd-sub)
               to ws-var-actual.
           perform 600-compute-variance.

           move ws-var-plan    to ws-dl-plan-amt.
           move ws-var-actual  to ws-dl-actual-amt.
           move ws-var-amt     to ws-dl-var-amt.
           move ws-var-pct-out to ws-dl-var-pct.

           if (ws-str-planned-flag(ws-str-idx, ws-prd-sub) = "Y") then

               add ws-var-plan   to ws-tot-plan-amt(ws-prd-sub)
               add ws-var-actual to ws-tot-actual-amt(ws-prd-sub)
               add 1 to ws-tot-planned-count(ws-prd-sub)

               if (ws-var-behind-flag = "Y") then
                   move ws-con-flag-behind to ws-dl-flag
                   add 1 to ws-tot-behind-count(ws-prd-sub)
               else
                   move spaces to ws-dl-flag
               end-if

           else

               move ws-con-flag-no-plan to ws-dl-flag
               move "    N/A" to ws-dl-var-pct
               add 1 to ws-tot-no-plan-count(ws-prd-sub)
               add ws-var-actual to ws-tot-no-plan-actual(ws-prd-sub)

           end-if.

           write report-line from ws-detail-line.
           add 1 to ws-cnt-lines-written.

      *Variance of ws-var-actual against ws-var-plan, in dollars and
      *to a tenth of a percent of plan, and whether it puts the
      *store behind plan by more than the threshold. A zero plan
      *has no percentage to give.
       600-compute-variance.

           compute ws-var-amt = ws-var-actual - ws-var-plan.
           move "N" to ws-var-behind-flag.

           if (ws-var-plan > 0) then

               compute ws-var-pct rounded
                   = ws-var-amt * 100 / ws-var-plan
                   on size error
                       move "    N/A" to ws-var-pct-out
                   not on size error
                       move ws-var-pct to ws-var-pct-edit
                       move ws-var-pct-text to ws-var-pct-out
               end-compute

               if ((0 - ws-var-amt) * 100
                   > ws-var-plan * ws-threshold-pct) then
                   move "Y" to ws-var-behind-flag
               end-if

           else

               move "    N/A" to ws-var-pct-out

           end-if.

      *Hand the planned-store totals and behind-plan counts to
      *Program20 - header, the one summary record, and a trailer
      *whose amount hash is the four dollar figures added together.
       700-write-summary-extract.

           open output plan-summary-file.

           move bh-batch-date to xh-batch-date.
           move bh-run-id     to xh-run-id.
           write ps-record from ws-extract-header-line.

           move ws-tot-plan-amt(1)     to ps-day-plan-amt.
           move ws-tot-actual-amt(1)   to ps-day-actual-amt.
           move ws-tot-plan-amt(2)     to ps-mtd-plan-amt.
           move ws-tot-actual-amt(2)   to ps-mtd-actual-amt.
           move ws-tot-behind-count(1) to ps-day-behind-count.
           move ws-tot-behind-count(2) to ps-mtd-behind-count.
           move ws-threshold-pct       to ps-threshold-pct.
           write ps-record.

           move 1 to xt-record-count.
           compute xt-amount-hash
               = ps-day-plan-amt + ps-day-actual-amt
               + ps-mtd-plan-amt + ps-mtd-actual-amt.
           write ps-record from ws-extract-trailer-line.

           close plan-summary-file.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM56 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           compute rh-records-read
               = ws-cnt-hist-read + ws-cnt-plan-read.
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

       end program Program56.
