       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Expected deposits per store and payment type, from Program2.
           select expected-file
               assign to
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the expected-deposit record - same shape Program2
      *writes it.
       fd expected-file

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM12 - already complete, skipped on restart".

       77 ws-runhist-status                    pic xx
           value "00".

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

           if (rs-program-id = "PROGRAM12 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

      *Open everything needed for the run.
       100-open-files.

