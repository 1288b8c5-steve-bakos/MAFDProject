       identification division.
       program-id. Program51.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Petty-cash paid-out report. Reads the paid-out split
      *         Program2 writes and totals the day's paid-outs by
      *         store and expense category - a line per category
      *         each store paid out for, a total per store, and a
      *         chain-wide summary by category showing the GL
      *         expense account each category is charged to, so the
      *         store managers and the accountants are looking at
      *         the same figures Program5 journals.

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

      *Program2's paid-out split - the "O" records that came
      *through validation today.
           select po-file
               assign to
               "../../../../Program2/data/paid-out-records.out"
               organization is line sequential
               file status is ws-po-status.

      *Paid-out category file - the same file Program1 validates
      *the category against and Program2 takes the GL accounts from.
           select po-category-file
               assign to
               "../../../../Program1/data/paid-out-category.dat"
               organization is line sequential
               file status is ws-pocat-status.

      *Store master reference file - the store names.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

      *Output file declaration
           select report-file
               assign to "../../../data/paid-out-report.out"
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

      *Define the split record - the same 68-byte transaction shape
      *every split carries.
       fd po-file
           data record is po-in
           record contains 68 characters.

       01 po-in                                pic x(68).

      *Define the paid-out category record - same shape Program1
      *reads.
       fd po-category-file
           data record is pc-record-in
           record contains 33 characters.

       01 pc-record-in.
           05 pc-category-in                   pic xx.
           05 pc-desc-in                       pic x(20).
           05 pc-gl-acct-in                    pic 9(4).
           05 pc-limit-in                      pic 9(5)v99.

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
           record contains 90 characters.

       01 report-line                          pic x(90).

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
           value "PROGRAM51 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-po-status                         pic xx
           value "00".
       77 ws-pocat-status                      pic xx
           value "00".
       77 ws-strmst-status                     pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-pocat-eof-flag                    pic x
           value "N".
       77 ws-store-eof-flag                    pic x
           value "N".

      *The split record broken into its fields.
       01 ws-trans-record.
           05 ws-tr-trans-code                 pic x.
           05 ws-tr-trans-amt                  pic 9(5)v99.
           05 ws-tr-pay-type                   pic xx.
           05 ws-tr-store-num                  pic 99.
           05 ws-tr-invoice-number             pic x(9).
           05 ws-tr-sku-code                   pic x(15).
           05 ws-tr-reason-code                pic xx.
           05 ws-tr-trans-date                 pic 9(6).
           05 ws-tr-cashier-id                 pic 9(4).
           05 ws-tr-cust-num                   pic 9(6).
           05 ws-tr-quantity                   pic 9(3).
           05 ws-tr-unit-price                 pic 9(5)v99.
           05 ws-tr-trans-time                 pic 9(4).

      *The expense categories, seeded from the category file. A
      *category on a paid-out but not on the file - one that came
      *through on a day the file was missing - is added as it turns
      *up and charged to the miscellaneous account, the same way
      *Program2 totals it for the GL.
       01 ws-cat-tbl-cnt                       pic 99
           value 0.

       01 ws-cat-tbl.
           05 ws-cat-tbl-entry                 occurs 50 times
                   indexed by ws-cat-idx.
               10 ws-cat-tbl-code               pic xx.
               10 ws-cat-tbl-desc               pic x(20).
               10 ws-cat-tbl-acct               pic 9(4).
               10 ws-cat-tbl-count              pic 9(5).
               10 ws-cat-tbl-amt                pic 9(8)v99.

       77 ws-cat-check-code                    pic xx
           value spaces.
       77 ws-cat-found-flag                    pic x
           value "N".
       77 ws-cat-match-idx                     pic 99
           value 0.

      *Category position as a plain subscript, for the per-store
      *cells below, which are laid out in category-table order.
       77 ws-cat-sub                           pic 99
           value 0.

       01 ws-con-default-acct                  pic 9(4)
           value 6190.
       01 ws-con-default-desc                  pic x(20)
           value "UNLISTED PAID-OUT".

      *The stores, seeded from the store master, each with a count
      *and amount cell per expense category. A store not on the
      *master is added as it turns up.
       01 ws-str-tbl-cnt                       pic 999
           value 0.

       01 ws-str-tbl.
           05 ws-str-tbl-entry                 occurs 100 times
                   indexed by ws-str-idx.
               10 ws-str-tbl-num                pic 99.
               10 ws-str-tbl-name               pic x(20).
               10 ws-str-tbl-count              pic 9(5).
               10 ws-str-tbl-amt                pic 9(8)v99.
               10 ws-str-tbl-cell               occurs 50 times.
                   15 ws-str-cell-count         pic 9(5).
                   15 ws-str-cell-amt           pic 9(8)v99.

       77 ws-str-check-num                     pic 99
           value 0.
       77 ws-str-found-flag                    pic x
           value "N".
       77 ws-str-match-idx                     pic 999
           value 0.

       77 ws-cnt-paid-outs                     pic 9(6)
           value 0.
       01 ws-total-paid-out                    pic 9(9)v99
           value 0.
       77 ws-cnt-lines-written                 pic 9(6)
           value 0.

       01 ws-report-header.
           05 filler                           pic x(20).
           05 filler                           pic x(40)
               value "PETTY-CASH PAID-OUTS BY STORE & CATEGORY".

       01 ws-column-headers1.
           05 filler                           pic x
               value space.
           05 filler                           pic x(5)
               value "STORE".
           05 filler                           pic x(2).
           05 filler                           pic x(4)
               value "NAME".
           05 filler                           pic x(18).
           05 filler                           pic x(3)
               value "CAT".
           05 filler                           pic x(2).
           05 filler                           pic x(11)
               value "DESCRIPTION".
           05 filler                           pic x(11).
           05 filler                           pic x(5)
               value "COUNT".
           05 filler                           pic x(8).
           05 filler                           pic x(6)
               value "AMOUNT".

       01 ws-detail-line.
           05 filler                           pic x(2).
           05 ws-dl-store-num                  pic 99.
           05 filler                           pic x(4).
           05 ws-dl-store-name                 pic x(20).
           05 filler                           pic x(2).
           05 ws-dl-category                   pic xx.
           05 filler                           pic x(3).
           05 ws-dl-desc                       pic x(20).
           05 filler                           pic x(2).
           05 ws-dl-count                      pic zz,zz9.
           05 filler                           pic x(2).
           05 ws-dl-amount                     pic $$$,$$$,$$9.99.

       01 ws-store-total-line.
           05 filler                           pic x(8).
           05 filler                           pic x(6)
               value "STORE ".
           05 ws-st-store-num                  pic 99.
           05 filler                           pic x(7)
               value " TOTAL:".
           05 filler                           pic x(34).
           05 ws-st-count                      pic zz,zz9.
           05 filler                           pic x(2).
           05 ws-st-amount                     pic $$$,$$$,$$9.99.

       01 ws-cat-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "PAID-OUTS BY CATEGORY - ALL STORES".

       01 ws-cat-column-headers.
           05 filler                           pic x
               value space.
           05 filler                           pic x(3)
               value "CAT".
           05 filler                           pic x(2).
           05 filler                           pic x(11)
               value "DESCRIPTION".
           05 filler                           pic x(11).
           05 filler                           pic x(10)
               value "GL ACCOUNT".
           05 filler                           pic x(4).
           05 filler                           pic x(5)
               value "COUNT".
           05 filler                           pic x(8).
           05 filler                           pic x(6)
               value "AMOUNT".

       01 ws-cat-detail-line.
           05 filler                           pic x
               value space.
           05 ws-cd-category                   pic xx.
           05 filler                           pic x(3).
           05 ws-cd-desc                       pic x(20).
           05 filler                           pic x(5).
           05 ws-cd-acct                       pic 9(4).
           05 filler                           pic x(7).
           05 ws-cd-count                      pic zz,zz9.
           05 filler                           pic x(2).
           05 ws-cd-amount                     pic $$$,$$$,$$9.99.

       01 ws-trailer-count.
           05 filler                           pic x(30)
               value "PAID-OUTS THIS RUN:           ".
           05 ws-tc-count                      pic zzz,zz9.

       01 ws-trailer-amount.
           05 filler                           pic x(30)
               value "TOTAL PAID OUT OF DRAWERS:    ".
           05 ws-ta-amount                     pic $$$,$$$,$$9.99.

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
           perform 200-tally-paid-outs.
           perform 400-write-store-sections.
           perform 500-write-category-summary.
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

           if (rs-program-id = "PROGRAM51 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Load the reference tables and write the report headers.
       100-open-files.

           perform 105-load-run-id.
           perform 110-load-categories.
           perform 120-load-store-master.

           open output report-file.

           write report-line from ws-batch-header-line.
           write report-line from ws-report-header.
           write report-line from spaces.
           write report-line from ws-column-headers1.
           write report-line from spaces.

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the header at zeros rather
      *than aborting.
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

      *Seed the category table off the category file. A missing
      *file just leaves every category to be added as it turns up.
       110-load-categories.

           open input po-category-file.

           if (ws-pocat-status = "00") then

               read po-category-file
                   at end move "Y" to ws-pocat-eof-flag
               end-read

               perform 115-load-category-entry
                   until ws-pocat-eof-flag = "Y"

               close po-category-file

           end-if.

       115-load-category-entry.

           if (ws-cat-tbl-cnt < 50) then

               add 1 to ws-cat-tbl-cnt
               set ws-cat-idx to ws-cat-tbl-cnt

               move pc-category-in to ws-cat-tbl-code(ws-cat-idx)
               move pc-desc-in     to ws-cat-tbl-desc(ws-cat-idx)
               move pc-gl-acct-in  to ws-cat-tbl-acct(ws-cat-idx)
               move 0              to ws-cat-tbl-count(ws-cat-idx)
               move 0              to ws-cat-tbl-amt(ws-cat-idx)

           end-if.

           read po-category-file
               at end move "Y" to ws-pocat-eof-flag.

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
           perform 320-add-store-entry.
           move sm-in-store-name to ws-str-tbl-name(ws-str-idx).

           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *Read the paid-out split and add each record to its store's
      *cell for its category. A missing split just means no
      *paid-outs today.
       200-tally-paid-outs.

           move "N" to ws-eof-flag.

           open input po-file.

           if (ws-po-status = "00") then

               read po-file
                   at end move "Y" to ws-eof-flag
               end-read

      *The first record is just the batch header Program2 stamps on
      *the front of each split - skip past it to the real data.
               if (ws-eof-flag not = "Y") then
                   read po-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-if

               perform 210-tally-one-paid-out
                   until ws-eof-flag = "Y"

               close po-file

           end-if.

       210-tally-one-paid-out.

           move po-in to ws-trans-record.

           move ws-tr-store-num to ws-str-check-num.
           perform 310-locate-store.

           move ws-tr-reason-code to ws-cat-check-code.
           perform 300-locate-category.
           set ws-cat-sub to ws-cat-idx.

           if (ws-cat-found-flag = "Y")
               and (ws-str-found-flag = "Y") then

               add 1 to ws-cnt-paid-outs
               add ws-tr-trans-amt to ws-total-paid-out

               add 1 to ws-cat-tbl-count(ws-cat-idx)
               add ws-tr-trans-amt to ws-cat-tbl-amt(ws-cat-idx)

               add 1 to ws-str-tbl-count(ws-str-idx)
               add ws-tr-trans-amt to ws-str-tbl-amt(ws-str-idx)

               add 1 to ws-str-cell-count(ws-str-idx, ws-cat-sub)
               add ws-tr-trans-amt
                   to ws-str-cell-amt(ws-str-idx, ws-cat-sub)

           end-if.

           read po-file
               at end move "Y" to ws-eof-flag.

      *Find (or add) the category entry for ws-cat-check-code,
      *leaving ws-cat-idx pointed at it. The found flag comes back
      *"N" only when the table is full.
       300-locate-category.

           move "N" to ws-cat-found-flag.

           perform 305-compare-category-entry
               varying ws-cat-idx from 1 by 1
               until ws-cat-idx > ws-cat-tbl-cnt
                   or ws-cat-found-flag = "Y".

           if (ws-cat-found-flag = "Y") then

               set ws-cat-idx to ws-cat-match-idx

           else
           if (ws-cat-tbl-cnt < 50) then

               add 1 to ws-cat-tbl-cnt
               set ws-cat-idx to ws-cat-tbl-cnt
               move ws-cat-check-code   to ws-cat-tbl-code(ws-cat-idx)
               move ws-con-default-desc to ws-cat-tbl-desc(ws-cat-idx)
               move ws-con-default-acct to ws-cat-tbl-acct(ws-cat-idx)
               move 0 to ws-cat-tbl-count(ws-cat-idx)
               move 0 to ws-cat-tbl-amt(ws-cat-idx)
               move "Y" to ws-cat-found-flag

           end-if
           end-if.

      *Compare one category entry to ws-cat-check-code, remembering
      *where the match sits - the perform varying above leaves
      *ws-cat-idx one past it by the time the loop stops.
       305-compare-category-entry.

           if (ws-cat-check-code = ws-cat-tbl-code(ws-cat-idx)) then

               move "Y" to ws-cat-found-flag
               set ws-cat-match-idx to ws-cat-idx

           end-if.

      *Find (or add) the store entry for ws-str-check-num, leaving
      *ws-str-idx pointed at it. The found flag comes back "N" only
      *when the table is full.
       310-locate-store.

           move "N" to ws-str-found-flag.

           perform 315-compare-store-entry
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt
                   or ws-str-found-flag = "Y".

           if (ws-str-found-flag = "Y") then

               set ws-str-idx to ws-str-match-idx

           else

               perform 320-add-store-entry

           end-if.

       315-compare-store-entry.

           if (ws-str-check-num = ws-str-tbl-num(ws-str-idx)) then

               move "Y" to ws-str-found-flag
               set ws-str-match-idx to ws-str-idx

           end-if.

      *Open a store entry for ws-str-check-num with every cell at
      *zero.
       320-add-store-entry.

           if (ws-str-tbl-cnt < 100) then

               add 1 to ws-str-tbl-cnt
               set ws-str-idx to ws-str-tbl-cnt
               move ws-str-check-num to ws-str-tbl-num(ws-str-idx)
               move spaces to ws-str-tbl-name(ws-str-idx)
               move 0 to ws-str-tbl-count(ws-str-idx)
               move 0 to ws-str-tbl-amt(ws-str-idx)

               perform 325-clear-store-cell
                   varying ws-cat-sub from 1 by 1
                   until ws-cat-sub > 50

               move "Y" to ws-str-found-flag

           end-if.

       325-clear-store-cell.

           move 0 to ws-str-cell-count(ws-str-idx, ws-cat-sub).
           move 0 to ws-str-cell-amt(ws-str-idx, ws-cat-sub).

      *A section per store that paid anything out today - a line
      *per category it paid out for, then the store's total.
       400-write-store-sections.

           perform 410-write-one-store
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

       410-write-one-store.

           if (ws-str-tbl-count(ws-str-idx) > 0) then

               perform 420-write-one-store-category
                   varying ws-cat-sub from 1 by 1
                   until ws-cat-sub > ws-cat-tbl-cnt

               move ws-str-tbl-num(ws-str-idx)   to ws-st-store-num
               move ws-str-tbl-count(ws-str-idx) to ws-st-count
               move ws-str-tbl-amt(ws-str-idx)   to ws-st-amount
               write report-line from ws-store-total-line
               write report-line from spaces
               add 1 to ws-cnt-lines-written

           end-if.

       420-write-one-store-category.

           if (ws-str-cell-count(ws-str-idx, ws-cat-sub) > 0) then

               move ws-str-tbl-num(ws-str-idx)  to ws-dl-store-num
               move ws-str-tbl-name(ws-str-idx) to ws-dl-store-name
               move ws-cat-tbl-code(ws-cat-sub) to ws-dl-category
               move ws-cat-tbl-desc(ws-cat-sub) to ws-dl-desc
               move ws-str-cell-count(ws-str-idx, ws-cat-sub)
                   to ws-dl-count
               move ws-str-cell-amt(ws-str-idx, ws-cat-sub)
                   to ws-dl-amount
               write report-line from ws-detail-line
               add 1 to ws-cnt-lines-written

           end-if.

      *The chain-wide view by category, with the GL expense account
      *each is charged to, and the run's totals.
       500-write-category-summary.

           write report-line from spaces.
           write report-line from ws-cat-section-header.
           write report-line from spaces.
           write report-line from ws-cat-column-headers.
           write report-line from spaces.

           perform 510-write-one-category
               varying ws-cat-idx from 1 by 1
               until ws-cat-idx > ws-cat-tbl-cnt.

           write report-line from spaces.

           move ws-cnt-paid-outs to ws-tc-count.
           write report-line from ws-trailer-count.

           move ws-total-paid-out to ws-ta-amount.
           write report-line from ws-trailer-amount.

       510-write-one-category.

           if (ws-cat-tbl-count(ws-cat-idx) > 0) then

               move ws-cat-tbl-code(ws-cat-idx)  to ws-cd-category
               move ws-cat-tbl-desc(ws-cat-idx)  to ws-cd-desc
               move ws-cat-tbl-acct(ws-cat-idx)  to ws-cd-acct
               move ws-cat-tbl-count(ws-cat-idx) to ws-cd-count
               move ws-cat-tbl-amt(ws-cat-idx)   to ws-cd-amount
               write report-line from ws-cat-detail-line
               add 1 to ws-cnt-lines-written

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM51 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-paid-outs to rh-records-read.
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

       end program Program51.
