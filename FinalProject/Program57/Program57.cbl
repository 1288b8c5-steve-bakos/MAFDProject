       identification division.
       program-id. Program57.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Hourly sales and traffic report. Breaks each store's
      *         business day (off the dated transaction history) into
      *         the hours of the day on the time the register stamped
      *         on each transaction - the number of customer
      *         transactions and the net sales dollars in each hour,
      *         with the store's busiest and quietest trading hours
      *         marked, for the store managers building staff
      *         schedules. Anything rung while the store was closed
      *         by its hours on store-hours.dat is counted out hour
      *         by hour and in total for loss prevention, and the
      *         whole chain is summed by hour at the end.

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
      *day's transactions come out of it by transaction date.
           select history-file
               assign to
               "../../../../Program1/data/transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

      *Store trading hours - the same file Program1 holds each
      *transaction's time against.
           select store-hours-file
               assign to "../../../../Program1/data/store-hours.dat"
               organization is line sequential
               file status is ws-hours-status.

      *Store master reference file - names and the report's store
      *order.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

      *Output file declaration
           select report-file
               assign to "../../../data/hourly-sales-report.out"
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
               10 th-trans-time.
                   15 th-trans-hh              pic 99.
                   15 th-trans-mm              pic 99.

      *Define the store hours record - same shape Program1 reads
      *it: the store, the weekday (1 Monday through 7 Sunday, 0
      *every day not given its own line), and the hhmm opening and
      *closing times.
       fd store-hours-file
           data record is sh-hours-in
           record contains 11 characters.

       01 sh-hours-in.
           05 sh-in-store-num                  pic 99.
           05 sh-in-weekday                    pic 9.
           05 sh-in-open-time.
               10 sh-in-open-hh                pic 99.
               10 sh-in-open-mm                pic 99.
           05 sh-in-close-time.
               10 sh-in-close-hh               pic 99.
               10 sh-in-close-mm               pic 99.

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

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM57 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-hist-status                       pic xx
           value "00".
       77 ws-hours-status                      pic xx
           value "00".
       77 ws-strmst-status                     pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-hours-eof-flag                    pic x
           value "N".
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

      *Registers still ring out the last customers in line after
      *the doors close - a sale this many minutes past closing is
      *not counted as after hours, the same allowance Program1
      *gives before pulling a transaction for review.
       01 ws-con-close-grace-mins              pic 9(3)
           value 30.

      *The day being reported on, and its weekday (1 Monday through
      *7 Sunday). Day 1 of the integer date count was a Monday.
       01 ws-asof-date                         pic 9(6)
           value 0.
       77 ws-asof-work-ymd                     pic 9(8)
           value 0.
       77 ws-asof-weekday                      pic 9
           value 0.

      *The store hours as loaded, opening and closing times held as
      *minutes past midnight.
       01 ws-hours-tbl-cnt                     pic 9(3)
           value 0.

       01 ws-hours-tbl.
           05 ws-hours-tbl-entry               occurs 1 to 900 times
                   depending on ws-hours-tbl-cnt
                   indexed by ws-hours-idx.
               10 ws-hours-tbl-store            pic 99.
               10 ws-hours-tbl-weekday          pic 9.
               10 ws-hours-tbl-open-mins        pic 9(4).
               10 ws-hours-tbl-close-mins       pic 9(4).
               10 ws-hours-tbl-open-time        pic 9(4).
               10 ws-hours-tbl-close-time       pic 9(4).

       77 ws-hours-found-flag                  pic x
           value "N".
       77 ws-hours-match-idx                   pic 9(3)
           value 0.
       77 ws-hours-check-weekday               pic 9
           value 0.

      *The stores, seeded from the store master, each with the day's
      *hours and its figures hour by hour. Hour subscript 1 is
      *midnight to 00:59 through 24 for 23:00 to 23:59. A store on
      *the history but not the master is added as it turns up.
       01 ws-str-tbl-cnt                       pic 999
           value 0.

       01 ws-str-tbl.
           05 ws-str-tbl-entry                 occurs 100 times
                   indexed by ws-str-idx.
               10 ws-str-tbl-num                pic 99.
               10 ws-str-tbl-name               pic x(20).
               10 ws-str-has-hours-flag         pic x.
               10 ws-str-open-time              pic 9(4).
               10 ws-str-close-time             pic 9(4).
               10 ws-str-open-mins              pic 9(4).
               10 ws-str-close-mins             pic 9(4).
               10 ws-str-last-invoice           pic x(9).
               10 ws-str-last-hour              pic 99.
               10 ws-str-tot-trans              pic 9(6).
               10 ws-str-tot-sales              pic s9(8)v99.
               10 ws-str-ah-trans               pic 9(6).
               10 ws-str-ah-sales               pic s9(8)v99.
               10 ws-str-untimed-trans          pic 9(6).
               10 ws-str-untimed-sales          pic s9(8)v99.
               10 ws-str-hour                   occurs 24 times.
                   15 ws-str-hr-trans           pic 9(5).
                   15 ws-str-hr-sales           pic s9(7)v99.
                   15 ws-str-hr-ah-trans        pic 9(5).
                   15 ws-str-hr-open-flag       pic x.

       77 ws-str-check-num                     pic 99
           value 0.
       77 ws-str-found-flag                    pic x
           value "N".
       77 ws-str-match-idx                     pic 999
           value 0.

       01 ws-con-not-on-master                 pic x(20)
           value "NOT ON STORE MASTER".

      *The chain summed hour by hour.
       01 ws-chn-tbl.
           05 ws-chn-hour                      occurs 24 times.
               10 ws-chn-hr-trans               pic 9(6).
               10 ws-chn-hr-sales               pic s9(9)v99.
               10 ws-chn-hr-ah-trans            pic 9(6).

       01 ws-chn-tot-trans                     pic 9(7)
           value 0.
       01 ws-chn-tot-sales                     pic s9(9)v99
           value 0.
       01 ws-chn-ah-trans                      pic 9(6)
           value 0.
       01 ws-chn-ah-sales                      pic s9(9)v99
           value 0.

      *Hour work fields - the subscript being worked, the hour of
      *day it stands for, and its first and last minute.
       77 ws-hr-sub                            pic 99
           value 0.
       77 ws-hr-of-day                         pic 99
           value 0.
       77 ws-hr-first-min                      pic 9(4)
           value 0.
       77 ws-hr-last-min                       pic 9(4)
           value 0.

      *The transaction being tallied - its minute of the day, the
      *allowance past closing, and whether it was rung after hours.
       77 ws-trans-mins                        pic 9(4)
           value 0.
       77 ws-close-grace-mins                  pic 9(4)
           value 0.
       77 ws-after-hours-flag                  pic x
           value "N".
       01 ws-trans-net-amt                     pic s9(7)v99
           value 0.

      *Busiest and quietest trading hour for the store being
      *written, as hour subscripts - zero when there is none.
       77 ws-busy-sub                          pic 99
           value 0.
       77 ws-quiet-sub                         pic 99
           value 0.

       77 ws-cnt-hist-read                     pic 9(6)
           value 0.
       77 ws-cnt-day-read                      pic 9(6)
           value 0.
       77 ws-cnt-lines-written                 pic 9(6)
           value 0.

       01 ws-report-header.
           05 filler                           pic x(40).
           05 filler                           pic x(38)
               value "HOURLY SALES AND TRAFFIC - BY STORE".

       01 ws-asof-line.
           05 filler                           pic x(16)
               value "BUSINESS DATE: ".
           05 ws-al-asof-date                  pic 9(6).
           05 filler                           pic x(3).
           05 filler                           pic x(8)
               value "WEEKDAY ".
           05 ws-al-weekday-name               pic x(9).

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

       01 ws-rule-line-1.
           05 filler                           pic x(45)
               value "TRANS = CUSTOMER TRANSACTIONS (SALES, LAYAWAY".
           05 filler                           pic x(47)
               value "S AND RETURNS - ONE PER INVOICE).  SALES = NET ".
           05 filler                           pic x(30)
               value "SALES + LAYAWAYS - RETURNS.".

       01 ws-rule-line-2.
           05 filler                           pic x(47)
               value "BUSIEST/QUIETEST = MOST/FEWEST TRANSACTIONS IN ".
           05 filler                           pic x(45)
               value "AN OPEN HOUR.  AFTER HRS = RUNG WHILE CLOSED.".

       01 ws-store-line.
           05 filler                           pic x(6)
               value "STORE ".
           05 ws-stl-store-num                 pic 99.
           05 filler                           pic x(2).
           05 ws-stl-store-name                pic x(20).
           05 filler                           pic x(3).
           05 ws-stl-hours                     pic x(40).

       01 ws-hours-text.
           05 filler                           pic x(7)
               value "HOURS: ".
           05 ws-ht-open-time                  pic 9(4).
           05 filler                           pic x(3)
               value " - ".
           05 ws-ht-close-time                 pic 9(4).

       01 ws-con-hours-texts.
           05 ws-con-no-hours                  pic x(40)
               value "NO HOURS ON FILE".
           05 ws-con-closed-day                pic x(40)
               value "CLOSED ALL DAY".

       01 ws-column-headers.
           05 filler                           pic x(4).
           05 filler                           pic x(14)
               value "HOUR".
           05 filler                           pic x(6)
               value " TRANS".
           05 filler                           pic x(17)
               value "            SALES".
           05 filler                           pic x(13)
               value "     AVG SALE".
           05 filler                           pic x(12)
               value "   AFTER HRS".
           05 filler                           pic x(4).
           05 filler                           pic x(4)
               value "NOTE".

       01 ws-hour-line.
           05 filler                           pic x(4).
           05 ws-hl-from-hh                    pic 99.
           05 filler                           pic x(4)
               value ":00-".
           05 ws-hl-to-hh                      pic 99.
           05 filler                           pic x(3)
               value ":59".
           05 filler                           pic x(3).
           05 ws-hl-trans                      pic zz,zz9.
           05 filler                           pic x(3).
           05 ws-hl-sales                      pic $$,$$$,$$9.99-.
           05 filler                           pic x(2).
           05 ws-hl-avg-sale                   pic $$$,$$9.99-.
           05 filler                           pic x(6).
           05 ws-hl-ah-trans                   pic zz,zz9.
           05 filler                           pic x(4).
           05 ws-hl-note                       pic x(20).

       01 ws-con-notes.
           05 ws-con-note-busiest              pic x(20)
               value "<< BUSIEST".
           05 ws-con-note-quietest             pic x(20)
               value "<< QUIETEST".
           05 ws-con-note-closed               pic x(20)
               value "** STORE CLOSED".

       01 ws-total-line.
           05 filler                           pic x(4).
           05 ws-tl-label                      pic x(14).
           05 ws-tl-trans                      pic z(5)9.
           05 filler                           pic x(2).
           05 ws-tl-sales                      pic $$$,$$$,$$9.99-.
           05 filler                           pic x(2).
           05 ws-tl-avg-sale                   pic $$$,$$9.99-.
           05 filler                           pic x(6).
           05 ws-tl-ah-trans                   pic zz,zz9.

       01 ws-after-hours-line.
           05 filler                           pic x(4).
           05 filler                           pic x(34)
               value "** RUNG WHILE STORE CLOSED: TRANS ".
           05 ws-ahl-trans                     pic zz,zz9.
           05 filler                           pic x(8)
               value "  SALES ".
           05 ws-ahl-sales                     pic $$$,$$$,$$9.99-.

       01 ws-untimed-line.
           05 filler                           pic x(4).
           05 filler                           pic x(34)
               value "NO TIME OF DAY ON RECORD: TRANS   ".
           05 ws-utl-trans                     pic zz,zz9.
           05 filler                           pic x(8)
               value "  SALES ".
           05 ws-utl-sales                     pic $$$,$$$,$$9.99-.

       01 ws-no-activity-line.
           05 filler                           pic x(4).
           05 filler                           pic x(31)
               value "NO TRANSACTIONS ON THIS DATE".

       01 ws-chain-line.
           05 filler                           pic x(40)
               value "ALL STORES".

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
           perform 200-set-store-hours.
           perform 300-tally-history.
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

           if (rs-program-id = "PROGRAM57 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Load the reference tables and open the report.
       100-open-files.

           perform 105-load-run-id.
           perform 110-load-store-hours.
           perform 120-load-store-master.

           initialize ws-chn-tbl.

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

           compute ws-asof-work-ymd = 20000000 + ws-asof-date.
           compute ws-asof-weekday
               = function mod
                   (function integer-of-date(ws-asof-work-ymd) - 1, 7)
                   + 1.

      *Load the store hours into a table. A missing file just means
      *no store has hours to be outside of.
       110-load-store-hours.

           open input store-hours-file.

           if (ws-hours-status = "00") then

               read store-hours-file
                   at end move "Y" to ws-hours-eof-flag
               end-read

               perform 115-load-store-hours-entry
                   until ws-hours-eof-flag = "Y"

               close store-hours-file

           end-if.

       115-load-store-hours-entry.

           if (ws-hours-tbl-cnt < 900) then

               add 1 to ws-hours-tbl-cnt
               set ws-hours-idx to ws-hours-tbl-cnt

               move sh-in-store-num
                   to ws-hours-tbl-store(ws-hours-idx)
               move sh-in-weekday
                   to ws-hours-tbl-weekday(ws-hours-idx)
               compute ws-hours-tbl-open-mins(ws-hours-idx)
                   = sh-in-open-hh * 60 + sh-in-open-mm
               compute ws-hours-tbl-close-mins(ws-hours-idx)
                   = sh-in-close-hh * 60 + sh-in-close-mm
               move sh-in-open-time
                   to ws-hours-tbl-open-time(ws-hours-idx)
               move sh-in-close-time
                   to ws-hours-tbl-close-time(ws-hours-idx)

           end-if.

           read store-hours-file
               at end move "Y" to ws-hours-eof-flag.

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

      *Give every store on the table its hours for the report date
      *and mark which hours of the day it trades in.
       200-set-store-hours.

           perform 210-set-one-store-hours
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

      *The line for the report date's own weekday wins over the
      *store's every-day line; a store with neither has no hours,
      *and every hour it trades in counts as open.
       210-set-one-store-hours.

           move "N" to ws-hours-found-flag.
           move ws-asof-weekday to ws-hours-check-weekday.

           perform 215-compare-hours-entry
               varying ws-hours-idx from 1 by 1
               until ws-hours-idx > ws-hours-tbl-cnt
                   or ws-hours-found-flag = "Y".

           if (ws-hours-found-flag not = "Y") then

               move 0 to ws-hours-check-weekday

               perform 215-compare-hours-entry
                   varying ws-hours-idx from 1 by 1
                   until ws-hours-idx > ws-hours-tbl-cnt
                       or ws-hours-found-flag = "Y"

           end-if.

           if (ws-hours-found-flag = "Y") then

               move "Y" to ws-str-has-hours-flag(ws-str-idx)
               move ws-hours-tbl-open-mins(ws-hours-match-idx)
                   to ws-str-open-mins(ws-str-idx)
               move ws-hours-tbl-close-mins(ws-hours-match-idx)
                   to ws-str-close-mins(ws-str-idx)
               move ws-hours-tbl-open-time(ws-hours-match-idx)
                   to ws-str-open-time(ws-str-idx)
               move ws-hours-tbl-close-time(ws-hours-match-idx)
                   to ws-str-close-time(ws-str-idx)

               perform 220-mark-open-hour
                   varying ws-hr-sub from 1 by 1
                   until ws-hr-sub > 24

           end-if.

       215-compare-hours-entry.

           if (ws-hours-tbl-store(ws-hours-idx)
               = ws-str-tbl-num(ws-str-idx))
               and (ws-hours-tbl-weekday(ws-hours-idx)
                   = ws-hours-check-weekday) then

               move "Y" to ws-hours-found-flag
               set ws-hours-match-idx to ws-hours-idx

           end-if.

      *An hour is a trading hour when any minute of it falls between
      *opening and closing. A closing time earlier than the opening
      *time runs past midnight; the same opening and closing time
      *is a day the store doesn't open.
       220-mark-open-hour.

           compute ws-hr-first-min = (ws-hr-sub - 1) * 60.
           compute ws-hr-last-min  = ws-hr-first-min + 59.

           move "N" to ws-str-hr-open-flag(ws-str-idx, ws-hr-sub).

           if (ws-str-open-mins(ws-str-idx)
               < ws-str-close-mins(ws-str-idx)) then

               if (ws-hr-last-min >= ws-str-open-mins(ws-str-idx))
                   and (ws-hr-first-min < ws-str-close-mins(ws-str-idx))
                   then
                   move "Y"
                       to ws-str-hr-open-flag(ws-str-idx, ws-hr-sub)
               end-if

           else
           if (ws-str-open-mins(ws-str-idx)
               > ws-str-close-mins(ws-str-idx)) then

               if (ws-hr-first-min < ws-str-close-mins(ws-str-idx))
                   or (ws-hr-last-min >= ws-str-open-mins(ws-str-idx))
                   then
                   move "Y"
                       to ws-str-hr-open-flag(ws-str-idx, ws-hr-sub)
               end-if

           end-if
           end-if.

      *Read the history and tally every sale, layaway and return
      *dated the report date into its store and hour. A missing
      *history just leaves every figure at zero.
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
               and (th-trans-date is numeric)
               and (th-trans-date = ws-asof-date)
               and (th-trans-amt is numeric) then

               add 1 to ws-cnt-day-read

               move th-store-num to ws-str-check-num
               perform 430-locate-store

               if (ws-str-found-flag = "Y") then
                   perform 320-tally-store-hour
               end-if

           end-if.

           read history-file
               at end move "Y" to ws-eof-flag.

      *Add the record into its store's hour and the chain's. A
      *multi-line invoice reaches the history as one line per item,
      *so a line carrying the same invoice as the store's line
      *before it, in the same hour, is the same customer and adds
      *its dollars but not another transaction. A record with no
      *usable time of day is tallied apart.
       320-tally-store-hour.

           if (th-trans-code = ws-con-trans-code-R) then
               compute ws-trans-net-amt = 0 - th-trans-amt
           else
               move th-trans-amt to ws-trans-net-amt
           end-if.

           if (th-trans-time is not numeric)
               or (th-trans-hh > 23) or (th-trans-mm > 59) then

               add 1 to ws-str-untimed-trans(ws-str-idx)
               add ws-trans-net-amt to ws-str-untimed-sales(ws-str-idx)
               add 1 to ws-str-tot-trans(ws-str-idx)
               add ws-trans-net-amt to ws-str-tot-sales(ws-str-idx)
               add 1 to ws-chn-tot-trans
               add ws-trans-net-amt to ws-chn-tot-sales

           else

               compute ws-hr-sub = th-trans-hh + 1

               add ws-trans-net-amt
                   to ws-str-hr-sales(ws-str-idx, ws-hr-sub)
               add ws-trans-net-amt to ws-str-tot-sales(ws-str-idx)
               add ws-trans-net-amt to ws-chn-hr-sales(ws-hr-sub)
               add ws-trans-net-amt to ws-chn-tot-sales

               if (th-invoice-number
                   not = ws-str-last-invoice(ws-str-idx))
                   or (ws-hr-sub not = ws-str-last-hour(ws-str-idx))
                   then
                   add 1 to ws-str-hr-trans(ws-str-idx, ws-hr-sub)
                   add 1 to ws-str-tot-trans(ws-str-idx)
                   add 1 to ws-chn-hr-trans(ws-hr-sub)
                   add 1 to ws-chn-tot-trans
                   perform 330-check-after-hours
               end-if

               move th-invoice-number
                   to ws-str-last-invoice(ws-str-idx)
               move ws-hr-sub to ws-str-last-hour(ws-str-idx)

           end-if.

      *A transaction rung while its store was closed - the same
      *test Program1 applies, with the same allowance past closing.
      *Its dollars are the whole invoice line just tallied; further
      *lines of the same invoice follow it into the totals above.
       330-check-after-hours.

           move "N" to ws-after-hours-flag.

           if (ws-str-has-hours-flag(ws-str-idx) = "Y") then

               compute ws-trans-mins = th-trans-hh * 60 + th-trans-mm
               compute ws-close-grace-mins
                   = ws-str-close-mins(ws-str-idx)
                       + ws-con-close-grace-mins

               if (ws-str-open-mins(ws-str-idx)
                   = ws-str-close-mins(ws-str-idx)) then

                   move "Y" to ws-after-hours-flag

               else
               if (ws-str-open-mins(ws-str-idx)
                   < ws-str-close-mins(ws-str-idx)) then

                   if (ws-trans-mins < ws-str-open-mins(ws-str-idx))
                       or (ws-trans-mins >= ws-close-grace-mins) then
                       move "Y" to ws-after-hours-flag
                   end-if

               else

                   if (ws-trans-mins >= ws-close-grace-mins)
                       and (ws-trans-mins
                           < ws-str-open-mins(ws-str-idx)) then
                       move "Y" to ws-after-hours-flag
                   end-if

               end-if
               end-if

           end-if.

           if (ws-after-hours-flag = "Y") then

               add 1 to ws-str-hr-ah-trans(ws-str-idx, ws-hr-sub)
               add 1 to ws-str-ah-trans(ws-str-idx)
               add ws-trans-net-amt to ws-str-ah-sales(ws-str-idx)
               add 1 to ws-chn-hr-ah-trans(ws-hr-sub)
               add 1 to ws-chn-ah-trans
               add ws-trans-net-amt to ws-chn-ah-sales

           end-if.

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
               move "N" to ws-str-has-hours-flag(ws-str-idx)
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

      *The report: the business date and the rules, a section per
      *store hour by hour, then the chain by hour.
       500-write-report.

           write report-line from ws-batch-header-line.
           write report-line from ws-report-header.
           write report-line from spaces.

           move ws-asof-date to ws-al-asof-date.
           move ws-weekday-name(ws-asof-weekday)
               to ws-al-weekday-name.
           write report-line from ws-asof-line.
           write report-line from ws-rule-line-1.
           write report-line from ws-rule-line-2.

           perform 510-write-one-store
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

           perform 540-write-chain-section.

      *One store's section: its hours, a line for every hour it
      *traded in or took a transaction in, its totals, and whatever
      *was rung while it was closed.
       510-write-one-store.

           write report-line from spaces.

           move ws-str-tbl-num(ws-str-idx)  to ws-stl-store-num.
           move ws-str-tbl-name(ws-str-idx) to ws-stl-store-name.

           if (ws-str-has-hours-flag(ws-str-idx) not = "Y") then
               move ws-con-no-hours to ws-stl-hours
           else
           if (ws-str-open-mins(ws-str-idx)
               = ws-str-close-mins(ws-str-idx)) then
               move ws-con-closed-day to ws-stl-hours
           else
               move ws-str-open-time(ws-str-idx)  to ws-ht-open-time
               move ws-str-close-time(ws-str-idx) to ws-ht-close-time
               move ws-hours-text to ws-stl-hours
           end-if
           end-if.

           write report-line from ws-store-line.

           if (ws-str-tot-trans(ws-str-idx) = 0) then

               write report-line from ws-no-activity-line

           else

               write report-line from spaces
               write report-line from ws-column-headers

               perform 520-find-busy-quiet-hours

               perform 530-write-one-hour
                   varying ws-hr-sub from 1 by 1
                   until ws-hr-sub > 24

               move "  STORE TOTAL" to ws-tl-label
               move ws-str-tot-trans(ws-str-idx) to ws-tl-trans
               move ws-str-tot-sales(ws-str-idx) to ws-tl-sales
               compute ws-tl-avg-sale rounded
                   = ws-str-tot-sales(ws-str-idx)
                       / ws-str-tot-trans(ws-str-idx)
               move ws-str-ah-trans(ws-str-idx) to ws-tl-ah-trans
               write report-line from ws-total-line
               add 1 to ws-cnt-lines-written

               if (ws-str-ah-trans(ws-str-idx) > 0) then
                   move ws-str-ah-trans(ws-str-idx) to ws-ahl-trans
                   move ws-str-ah-sales(ws-str-idx) to ws-ahl-sales
                   write report-line from ws-after-hours-line
               end-if

               if (ws-str-untimed-trans(ws-str-idx) > 0) then
                   move ws-str-untimed-trans(ws-str-idx)
                       to ws-utl-trans
                   move ws-str-untimed-sales(ws-str-idx)
                       to ws-utl-sales
                   write report-line from ws-untimed-line
               end-if

           end-if.

      *The busiest and quietest of the store's trading hours by
      *transactions - the first hour of the day wins a tie. A
      *store with no hours on file trades in whichever hours it
      *took transactions in.
       520-find-busy-quiet-hours.

           move 0 to ws-busy-sub.
           move 0 to ws-quiet-sub.

           perform 525-compare-one-hour
               varying ws-hr-sub from 1 by 1
               until ws-hr-sub > 24.

           if (ws-quiet-sub = ws-busy-sub) then
               move 0 to ws-quiet-sub
           end-if.

       525-compare-one-hour.

           if (ws-str-hr-open-flag(ws-str-idx, ws-hr-sub) = "Y")
               or ((ws-str-has-hours-flag(ws-str-idx) not = "Y")
                   and (ws-str-hr-trans(ws-str-idx, ws-hr-sub) > 0))
               then

               if (ws-busy-sub = 0) then
                   move ws-hr-sub to ws-busy-sub
               else
               if (ws-str-hr-trans(ws-str-idx, ws-hr-sub)
                   > ws-str-hr-trans(ws-str-idx, ws-busy-sub)) then
                   move ws-hr-sub to ws-busy-sub
               end-if
               end-if

               if (ws-quiet-sub = 0) then
                   move ws-hr-sub to ws-quiet-sub
               else
               if (ws-str-hr-trans(ws-str-idx, ws-hr-sub)
                   < ws-str-hr-trans(ws-str-idx, ws-quiet-sub)) then
                   move ws-hr-sub to ws-quiet-sub
               end-if
               end-if

           end-if.

      *One hour's line - written for every trading hour, and for any
      *other hour something was rung in.
       530-write-one-hour.

           if (ws-str-hr-open-flag(ws-str-idx, ws-hr-sub) = "Y")
               or (ws-str-hr-trans(ws-str-idx, ws-hr-sub) > 0) then

               compute ws-hr-of-day = ws-hr-sub - 1
               move ws-hr-of-day to ws-hl-from-hh
               move ws-hr-of-day to ws-hl-to-hh
               move ws-str-hr-trans(ws-str-idx, ws-hr-sub)
                   to ws-hl-trans
               move ws-str-hr-sales(ws-str-idx, ws-hr-sub)
                   to ws-hl-sales
               move ws-str-hr-ah-trans(ws-str-idx, ws-hr-sub)
                   to ws-hl-ah-trans

               if (ws-str-hr-trans(ws-str-idx, ws-hr-sub) > 0) then
                   compute ws-hl-avg-sale rounded
                       = ws-str-hr-sales(ws-str-idx, ws-hr-sub)
                           / ws-str-hr-trans(ws-str-idx, ws-hr-sub)
               else
                   move 0 to ws-hl-avg-sale
               end-if

               if (ws-hr-sub = ws-busy-sub) then
                   move ws-con-note-busiest to ws-hl-note
               else
               if (ws-hr-sub = ws-quiet-sub) then
                   move ws-con-note-quietest to ws-hl-note
               else
               if (ws-str-hr-ah-trans(ws-str-idx, ws-hr-sub) > 0) then
                   move ws-con-note-closed to ws-hl-note
               else
                   move spaces to ws-hl-note
               end-if
               end-if
               end-if

               write report-line from ws-hour-line
               add 1 to ws-cnt-lines-written

           end-if.

      *The chain by hour, its busiest and quietest hours among the
      *hours anything was rung in, and the chain's after-hours
      *total.
       540-write-chain-section.

           write report-line from spaces.
           write report-line from ws-chain-line.

           if (ws-chn-tot-trans = 0) then

               write report-line from ws-no-activity-line

           else

               write report-line from spaces
               write report-line from ws-column-headers

               move 0 to ws-busy-sub
               move 0 to ws-quiet-sub

               perform 545-compare-chain-hour
                   varying ws-hr-sub from 1 by 1
                   until ws-hr-sub > 24

               if (ws-quiet-sub = ws-busy-sub) then
                   move 0 to ws-quiet-sub
               end-if

               perform 550-write-chain-hour
                   varying ws-hr-sub from 1 by 1
                   until ws-hr-sub > 24

               move "  CHAIN TOTAL" to ws-tl-label
               move ws-chn-tot-trans to ws-tl-trans
               move ws-chn-tot-sales to ws-tl-sales
               compute ws-tl-avg-sale rounded
                   = ws-chn-tot-sales / ws-chn-tot-trans
               move ws-chn-ah-trans to ws-tl-ah-trans
               write report-line from ws-total-line
               add 1 to ws-cnt-lines-written

               if (ws-chn-ah-trans > 0) then
                   move ws-chn-ah-trans to ws-ahl-trans
                   move ws-chn-ah-sales to ws-ahl-sales
                   write report-line from ws-after-hours-line
               end-if

           end-if.

       545-compare-chain-hour.

           if (ws-chn-hr-trans(ws-hr-sub) > 0) then

               if (ws-busy-sub = 0) then
                   move ws-hr-sub to ws-busy-sub
               else
               if (ws-chn-hr-trans(ws-hr-sub)
                   > ws-chn-hr-trans(ws-busy-sub)) then
                   move ws-hr-sub to ws-busy-sub
               end-if
               end-if

               if (ws-quiet-sub = 0) then
                   move ws-hr-sub to ws-quiet-sub
               else
               if (ws-chn-hr-trans(ws-hr-sub)
                   < ws-chn-hr-trans(ws-quiet-sub)) then
                   move ws-hr-sub to ws-quiet-sub
               end-if
               end-if

           end-if.

       550-write-chain-hour.

           if (ws-chn-hr-trans(ws-hr-sub) > 0) then

               compute ws-hr-of-day = ws-hr-sub - 1
               move ws-hr-of-day to ws-hl-from-hh
               move ws-hr-of-day to ws-hl-to-hh
               move ws-chn-hr-trans(ws-hr-sub)    to ws-hl-trans
               move ws-chn-hr-sales(ws-hr-sub)    to ws-hl-sales
               move ws-chn-hr-ah-trans(ws-hr-sub) to ws-hl-ah-trans
               compute ws-hl-avg-sale rounded
                   = ws-chn-hr-sales(ws-hr-sub)
                       / ws-chn-hr-trans(ws-hr-sub)

               if (ws-hr-sub = ws-busy-sub) then
                   move ws-con-note-busiest to ws-hl-note
               else
               if (ws-hr-sub = ws-quiet-sub) then
                   move ws-con-note-quietest to ws-hl-note
               else
                   move spaces to ws-hl-note
               end-if
               end-if

               write report-line from ws-hour-line
               add 1 to ws-cnt-lines-written

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM57 " to rh-program-id.
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

       end program Program57.
