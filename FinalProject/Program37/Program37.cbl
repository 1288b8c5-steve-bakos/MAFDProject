      *         With a single run id on today's date the splits are
      *         already the whole day and are left exactly as
      *         Program2 wrote them. Program2's own extracts
      *         (gc/adj/ar/paid-out/special-order totals and
      *         expected deposits) need no rebuilding here - each
      *         pass carries the earlier passes' figures forward
      *         itself.

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

      *The permanent transaction history Program1 appends every
      *validated record to - every intraday pass is in here under
      *today's batch date.
               "../../../../Program2/data/ar-payment-records.out"
               organization is line sequential.

           select po-file
               assign to
               "../../../../Program2/data/paid-out-records.out"
               organization is line sequential.

           select so-file
               assign to
               "../../../../Program2/data/special-order-records.out"
               organization is line sequential.

      *Cross-pass duplicate list - an invoice rung in the morning
      *pass and again in the afternoon pass shows up here, which
      *the per-run check inside Program2 could never see.
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
               10 th-cust-num                  pic 9(6).
               10 th-quantity                  pic 9(3).
               10 th-unit-price                pic 9(5)v99.
               10 th-trans-time                pic 9(4).

      *Define the split lines - same 68-byte shape Program2 writes.
       fd snl-file
           data record is snl-line
           record contains 68 characters.

       01 snl-line                             pic x(68).

       fd ret-file
           data record is rec-line
           record contains 68 characters.

       01 rec-line                             pic x(68).

       fd vx-file
           data record is vx-line
           record contains 68 characters.

       01 vx-line                              pic x(68).

       fd adj-file
           data record is adj-line
           record contains 68 characters.

       01 adj-line                             pic x(68).

       fd ar-pay-file
           data record is arp-line
           record contains 68 characters.

       01 arp-line                             pic x(68).

       fd po-file
           data record is po-line
           record contains 68 characters.

       01 po-line                              pic x(68).

       fd so-file
           data record is so-line
           record contains 68 characters.

       01 so-line                              pic x(68).

      *Define the cross-pass duplicate line.
       fd day-dup-file
           data record is dup-line
           record contains 68 characters.

       01 dup-line                             pic x(68).

      *Define the run-id record - today's batch date plus a
      *time-of-day run id.

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM37 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

               value "A".
           05 ws-con-trans-code-P              pic x
               value "P".
           05 ws-con-trans-code-O              pic x
               value "O".
           05 ws-con-trans-code-Q              pic x
               value "Q".
           05 ws-con-trans-code-K              pic x
               value "K".

      *A special-order pickup as the Sale it completes - the same
      *record at the order's full price, quantity times unit price,
      *the way Program2's 296-post-special-order turns it.
       01 ws-pickup-sale-line.
           05 ws-ps-trans-code                 pic x.
           05 ws-ps-trans-amt                  pic 9(5)v99.
           05 filler                           pic x(46).
           05 ws-ps-quantity                   pic 9(3).
           05 ws-ps-unit-price                 pic 9(5)v99.
           05 filler                           pic x(4).

      *Run ids seen on today's batch date - more than one means
      *today was run in intraday pieces and the splits need
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

           if (rs-program-id = "PROGRAM37 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Pick up the batch date and run id Program1 stamped for the
      *last pass. A missing file just leaves the header at zeros -
      *with no run id there is also nothing to consolidate.
       300-rebuild-daily-splits.

           open output snl-file ret-file vx-file adj-file
               ar-pay-file po-file so-file day-dup-file.

           write snl-line from ws-batch-header-line.
           write rec-line from ws-batch-header-line.
           write vx-line  from ws-batch-header-line.
           write adj-line from ws-batch-header-line.
           write arp-line from ws-batch-header-line.
           write po-line  from ws-batch-header-line.
           write so-line  from ws-batch-header-line.
           write dup-line from ws-batch-header-line.

           move "N" to ws-eof-flag.
           end-if.

           close snl-file ret-file vx-file adj-file
               ar-pay-file po-file so-file day-dup-file.

           move ws-runid-tbl-cnt   to ws-cm-run-count.
           move ws-cnt-split-records to ws-cm-record-count.
               else
               if (th-trans-code = ws-con-trans-code-P) then
                   write arp-line from th-input-portion
               else
               if (th-trans-code = ws-con-trans-code-O) then
                   write po-line from th-input-portion
               else
               if (th-trans-code = ws-con-trans-code-Q) then
                   write so-line from th-input-portion
               else
               if (th-trans-code = ws-con-trans-code-K) then
                   write so-line from th-input-portion
                   move th-input-portion to ws-pickup-sale-line
                   move ws-con-trans-code-S to ws-ps-trans-code
                   compute ws-ps-trans-amt
                       = ws-ps-quantity * ws-ps-unit-price
                   write snl-line from ws-pickup-sale-line
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
