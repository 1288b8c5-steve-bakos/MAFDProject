       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Input-file declarations - the two Program2 splits the
      *per-store dollars come from.
           select snl-file
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the split records - both carry the same 68-byte
      *transaction shape.
       fd snl-file
           data record is snl-in
           record contains 68 characters.

       01 snl-in.
           05 si-trans-code                    pic x.
           05 si-cust-num                      pic 9(6).
           05 si-quantity                      pic 9(3).
           05 si-unit-price                    pic 9(5)v99.
           05 si-trans-time                    pic 9(4).

       fd ret-file
           data record is ret-in
           record contains 68 characters.

       01 ret-in.
           05 ri-trans-code                    pic x.
           05 ri-cust-num                      pic 9(6).
           05 ri-quantity                      pic 9(3).
           05 ri-unit-price                    pic 9(5)v99.
           05 ri-trans-time                    pic 9(4).

      *Define the remittance extract records - same shape Programs
      *3 and 4 write them.

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM39 - already complete, skipped on restart".

       77 ws-eof-flag                          pic x
           value "N".

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

           if (rs-program-id = "PROGRAM39 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the header at zeros rather
      *than aborting.
