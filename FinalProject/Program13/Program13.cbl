       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Input-file declarations - the three Program2 splits that
      *carry cashier activity.
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

       01 snl-in                               pic x(68).

      *Define the returns split record.
       fd ret-file
           data record is ret-in
           record contains 68 characters.

       01 ret-in                               pic x(68).

      *Define the void/exchange split record.
       fd vx-file
           data record is vx-in
           record contains 68 characters.

       01 vx-in                                pic x(68).

      *Define the employee master input record.
       fd employee-master-file
           data record is em-employee-in
           record contains 54 characters.

       01 em-employee-in.
           05 em-in-emp-num                    pic 9(4).
           05 em-in-emp-name                   pic x(20).
           05 em-in-hire-date                  pic 9(6).
           05 em-in-term-date                  pic 9(6).
           05 em-in-home-store                 pic 99.
           05 em-in-role                       pic xx.
           05 em-in-xfer-store                 pic 99.
           05 em-in-xfer-from                  pic 9(6).
           05 em-in-xfer-to                    pic 9(6).

      *Define the output file
       fd output-file
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
           value "PROGRAM13 - already complete, skipped on restart".

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
       77 ws-emp-eof-flag                      pic x
           value "N".

      *The split record broken into its fields - every split carries
      *the same 68-byte transaction shape, so one view serves all
      *three input files.
       01 ws-trans-record.
           05 ws-tr-trans-code                 pic x.
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

           perform 100-open-files.
           perform 200-tally-snl-split.
           perform 300-tally-returns-split.
           perform 400-tally-vx-split.
           perform 700-write-report.
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

           if (rs-program-id = "PROGRAM13 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Open the necessary files
       100-open-files.


       210-tally-one-snl-record.

           add 1 to ws-cnt-recs-read.

           move snl-in to ws-trans-record.
           perform 500-locate-prod-entry.


       310-tally-one-returns-record.

           add 1 to ws-cnt-recs-read.

           move ret-in to ws-trans-record.
           perform 500-locate-prod-entry.


       410-tally-one-vx-record.

           add 1 to ws-cnt-recs-read.

           move vx-in to ws-trans-record.
           perform 500-locate-prod-entry.

           move ws-prod-tbl-void-cnt(ws-prod-idx)
               to ws-dl-void-cnt.

           add 1 to ws-cnt-recs-written
           write output-line from ws-detail-line.

      *Look up this cashier's name on the employee master table. A

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM13 " to rh-program-id.
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

