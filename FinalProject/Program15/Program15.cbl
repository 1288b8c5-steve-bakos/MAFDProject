       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Input-file declarations - the sales/layaway and returns
      *splits Program2 writes.
           select snl-file
               assign to "../../../data/inventory-movement.dat"
               organization is line sequential.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here.
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

      *Define the sales/layaway split record - same shape Program2
      *writes it.
       fd snl-file
           data record is snl-in
           record contains 68 characters.

       01 snl-in                               pic x(68).

      *Define the returns split record.
       fd ret-file
           data record is ret-in
           record contains 68 characters.

       01 ret-in                               pic x(68).

      *Define the movement extract record.
       fd movement-file
           05 mv-units-sold                    pic 9(5).
           05 mv-units-returned                pic 9(5).

      *Define the run-id control record.
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
           value "PROGRAM15 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

           value "00".
       77 ws-ret-status                        pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

      *This run's batch date and run id, for the completion record.
       77 ws-rh-batch-date                     pic 9(6)
           value 0.
       77 ws-rh-run-id                         pic 9(8)
           value 0.

      *Split records tallied and extract records written, for the
      *run-history completion record.
       77 ws-cnt-recs-read                     pic 9(6)
           value 0.
       77 ws-cnt-recs-written                  pic 9(6)
           value 0.

      *The split record broken into its fields - both splits carry
      *the same 68-byte transaction shape.
       01 ws-trans-record.
           05 ws-tr-trans-code                 pic x.
           05 ws-tr-trans-amt                  pic 9(5)v99.
           05 ws-tr-cust-num                   pic 9(6).
           05 ws-tr-quantity                   pic 9(3).
           05 ws-tr-unit-price                 pic 9(5)v99.
           05 ws-tr-trans-time                 pic 9(4).

       01 ws-constants.
           05 ws-con-trans-code-S              pic x
       procedure division.
       000-main.

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           accept ws-rh-start-time from time.

           perform 105-load-run-id.
           perform 200-tally-snl-split.
           perform 300-tally-returns-split.
           perform 600-write-movement-extract.
           perform 990-write-run-history.

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

           if (rs-program-id = "PROGRAM15 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the completion record at
      *zeros rather than aborting.
       105-load-run-id.

           open input run-id-file.

           if (ws-runid-status = "00") then

               read run-id-file
                   not at end move ri-batch-date to ws-rh-batch-date
                        move ri-run-id     to ws-rh-run-id
               end-read

               close run-id-file

           end-if.

      *Read the sales/layaway split, counting each Sale record as a
      *unit out the door. Layaway records are left out - the stock
      *leaves the shelf at final pickup, not at each payment - and

       210-tally-one-sale.

           add 1 to ws-cnt-recs-read.

           move snl-in to ws-trans-record.

           if (ws-tr-trans-code = ws-con-trans-code-S)

       310-tally-one-return.

           add 1 to ws-cnt-recs-read.

           move ret-in to ws-trans-record.

           if (ws-tr-trans-code = ws-con-trans-code-R)
           move ws-mv-tbl-returned(ws-mv-idx) to mv-units-returned.

           write mv-record.
           add 1 to ws-cnt-recs-written.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM15 " to rh-program-id.
           move ws-rh-batch-date to rh-batch-date.
           move ws-rh-run-id     to rh-run-id.
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

       end program Program15.
