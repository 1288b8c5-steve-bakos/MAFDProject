       identification division.
       program-id. Program60.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Chain restart planner - the first step of the daily
      *         chain. On an ordinary night it just clears the
      *         restart skip list. When ops resubmit the chain after
      *         a late step failed, they drop a "Y" in
      *         chain-restart-flag.dat first; this program then
      *         reads back, from the completion records the steps
      *         leave on the shared run-history file, which steps
      *         already finished cleanly under the batch date and run
      *         id on run-id.dat, and lists them on the restart skip
      *         list. Every chain step checks that list before it
      *         touches anything and steps aside when it is on it,
      *         so the restarted chain picks up at the first step
      *         not yet completed without posting anything twice.
      *         The restart itself goes on the run-history file so
      *         the run-history report and the morning dashboard
      *         show it.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Restart flag - ops drop a "Y" here before resubmitting the
      *chain after a failure; consumed on use, the same way the
      *intraday-pass flag is.
           select restart-flag-file
               assign to
               "../../../../Program1/data/chain-restart-flag.dat"
               organization is line sequential
               file status is ws-rflag-status.

      *Restart skip list - one program id per line for every step
      *already complete for the run being restarted. Emptied on an
      *ordinary night.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Run-id control file - the batch date and run id of the run
      *being picked up again.
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

      *Define the restart flag - a single "Y".
       fd restart-flag-file
           data record is rflag-in
           record contains 1 characters.

       01 rflag-in                             pic x.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

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

       77 ws-eof-flag                          pic x
           value "N".

       77 ws-rflag-status                      pic xx
           value "00".
       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-restart-flag                      pic x
           value "N".
       77 ws-runid-found-flag                  pic x
           value "N".

       77 ws-cnt-hist-read                     pic 9(6)
           value 0.
       77 ws-cnt-complete                      pic 9(3)
           value 0.
       77 ws-cnt-to-run                        pic 9(3)
           value 0.

      *The batch date and run id being restarted.
       77 ws-restart-batch-date                pic 9(6)
           value 0.
       77 ws-restart-run-id                    pic 9(8)
           value 0.

      *The daily chain's steps in the order MAFDRUN runs them. The
      *dashboard that closes the chain is not listed - it always
      *runs, restart or not.
       01 ws-chain-steps.
           05 filler                           pic x(10)
               value "PROGRAM16".
           05 filler                           pic x(10)
               value "PROGRAM33".
           05 filler                           pic x(10)
               value "PROGRAM1".
           05 filler                           pic x(10)
               value "PROGRAM2".
           05 filler                           pic x(10)
               value "PROGRAM37".
           05 filler                           pic x(10)
               value "PROGRAM51".
           05 filler                           pic x(10)
               value "PROGRAM3".
           05 filler                           pic x(10)
               value "PROGRAM4".
           05 filler                           pic x(10)
               value "PROGRAM49".
           05 filler                           pic x(10)
               value "PROGRAM5".
           05 filler                           pic x(10)
               value "PROGRAM13".
           05 filler                           pic x(10)
               value "PROGRAM14".
           05 filler                           pic x(10)
               value "PROGRAM15".
           05 filler                           pic x(10)
               value "PROGRAM45".
           05 filler                           pic x(10)
               value "PROGRAM42".
           05 filler                           pic x(10)
               value "PROGRAM44".
           05 filler                           pic x(10)
               value "PROGRAM63".
           05 filler                           pic x(10)
               value "PROGRAM18".
           05 filler                           pic x(10)
               value "PROGRAM54".
           05 filler                           pic x(10)
               value "PROGRAM56".
           05 filler                           pic x(10)
               value "PROGRAM57".
           05 filler                           pic x(10)
               value "PROGRAM21".
           05 filler                           pic x(10)
               value "PROGRAM34".
           05 filler                           pic x(10)
               value "PROGRAM39".
           05 filler                           pic x(10)
               value "PROGRAM12".

       01 ws-chain-steps-tbl redefines ws-chain-steps.
           05 ws-step-name                     pic x(10)
               occurs 25 times.

      *Each step's last completion record for the run being
      *restarted - N none, Y finished with a zero return code, F
      *finished with a non-zero one. The last record wins, so a
      *step rerun by hand inside the same run id counts as its
      *final state.
       01 ws-step-state-tbl.
           05 ws-step-state                    pic x
               occurs 25 times.

       77 ws-con-chain-steps                   pic 99
           value 25.

      *The two pre-steps that run ahead of Program1 stamp the
      *previous run's id, since Program1 has not cut today's yet.
      *They only exist to feed Program1 - one of them gates it - so
      *they count as complete whenever Program1 does.
       77 ws-con-first-program1-step           pic 99
           value 3.

       77 ws-step-sub                          pic 99
           value 0.
       77 ws-step-found-sub                    pic 99
           value 0.
       77 ws-first-to-run-sub                  pic 99
           value 0.

       01 ws-con-no-restart-msg                pic x(60)
           value "CHAIN RESTART - none requested, skip list cleared".

       01 ws-con-no-runid-msg                  pic x(60)
           value "*** CHAIN RESTART - no run id on file, none skipped".

       01 ws-restart-header-line.
           05 filler                           pic x(32)
               value "*** CHAIN RESTART FOR BATCH DATE".
           05 filler                           pic x
               value space.
           05 ws-rhl-batch-date                pic 9(6).
           05 filler                           pic x(9)
               value "  RUN ID ".
           05 ws-rhl-run-id                    pic 9(8).

       01 ws-restart-step-line.
           05 filler                           pic x(4)
               value spaces.
           05 ws-rsl-step-name                 pic x(10).
           05 filler                           pic x(2)
               value spaces.
           05 ws-rsl-step-note                 pic x(30).

       01 ws-con-step-notes.
           05 ws-con-note-complete             pic x(30)
               value "COMPLETE - SKIPPED".
           05 ws-con-note-failed               pic x(30)
               value "FAILED - RERUN".
           05 ws-con-note-not-run              pic x(30)
               value "NOT RUN - RUN".

       01 ws-restart-point-line.
           05 filler                           pic x(22)
               value "*** CHAIN RESTARTS AT ".
           05 ws-rpl-step-name                 pic x(10).
           05 filler                           pic x(3)
               value " - ".
           05 ws-rpl-complete-count            pic z9.
           05 filler                           pic x(28)
               value " STEP(S) COMPLETE, SKIPPED".

       01 ws-con-all-complete-msg              pic x(60)
           value "*** CHAIN RESTART - every step is already complete".

       procedure division.
       000-main.

           accept ws-rh-start-time from time.
           move 0 to return-code.

           perform 100-check-restart-flag.

           if (ws-restart-flag = "Y") then
               perform 200-load-run-id
           end-if.

           if (ws-restart-flag = "Y")
               and (ws-runid-found-flag = "Y") then
               perform 300-collect-completions
               perform 400-write-skip-list
               perform 990-write-run-history
           else
               perform 500-clear-skip-list
           end-if.

           goback.

      *Pick up the operator's restart flag and consume it, so the
      *next ordinary night runs in full.
       100-check-restart-flag.

           open input restart-flag-file.

           if (ws-rflag-status = "00") then

               read restart-flag-file
                   not at end
                       if (rflag-in = "Y") then
                           move "Y" to ws-restart-flag
                       end-if
               end-read

               close restart-flag-file

               if (ws-restart-flag = "Y") then
                   open output restart-flag-file
                   close restart-flag-file
               end-if

           end-if.

      *The run being restarted is the one run-id.dat names. With no
      *run id on file there is nothing to pick up again.
       200-load-run-id.

           open input run-id-file.

           if (ws-runid-status = "00") then

               read run-id-file
                   not at end
                       move ri-batch-date to ws-restart-batch-date
                       move ri-run-id     to ws-restart-run-id
                       move "Y" to ws-runid-found-flag
               end-read

               close run-id-file

           end-if.

           if (ws-runid-found-flag not = "Y") then
               display ws-con-no-runid-msg
           end-if.

      *Walk the run-history file for the completion records the
      *chain's steps left under the run being restarted.
       300-collect-completions.

           move all "N" to ws-step-state-tbl.

           open input run-history-file.

           if (ws-runhist-status = "00") then

               read run-history-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 310-collect-one-record
                   until ws-eof-flag = "Y"

               close run-history-file

           end-if.

           if (ws-step-state(ws-con-first-program1-step) = "Y") then
               perform 320-mark-pre-step-complete
                   varying ws-step-sub from 1 by 1
                   until ws-step-sub >= ws-con-first-program1-step
           end-if.

       310-collect-one-record.

           add 1 to ws-cnt-hist-read.

           if (rh-batch-date = ws-restart-batch-date)
               and (rh-run-id = ws-restart-run-id) then

               perform 330-search-chain-steps

               if (ws-step-found-sub > 0) then
                   if (rh-return-code = 0) then
                       move "Y" to ws-step-state(ws-step-found-sub)
                   else
                       move "F" to ws-step-state(ws-step-found-sub)
                   end-if
               end-if

           end-if.

           read run-history-file
               at end move "Y" to ws-eof-flag.

       320-mark-pre-step-complete.

           move "Y" to ws-step-state(ws-step-sub).

      *Find rh-program-id among the chain's steps.
       330-search-chain-steps.

           move 0 to ws-step-found-sub.

           perform 335-compare-chain-step
               varying ws-step-sub from 1 by 1
               until ws-step-sub > ws-con-chain-steps
                   or ws-step-found-sub > 0.

       335-compare-chain-step.

           if (rh-program-id = ws-step-name(ws-step-sub)) then
               move ws-step-sub to ws-step-found-sub
           end-if.

      *List every complete step on the skip list and show ops where
      *the chain picks up again.
       400-write-skip-list.

           move ws-restart-batch-date to ws-rhl-batch-date.
           move ws-restart-run-id     to ws-rhl-run-id.
           display ws-restart-header-line.

           open output restart-skip-file.

           perform 410-list-one-step
               varying ws-step-sub from 1 by 1
               until ws-step-sub > ws-con-chain-steps.

           close restart-skip-file.

           if (ws-first-to-run-sub = 0) then
               display ws-con-all-complete-msg
           else
               move ws-step-name(ws-first-to-run-sub)
                   to ws-rpl-step-name
               move ws-cnt-complete to ws-rpl-complete-count
               display ws-restart-point-line
           end-if.

       410-list-one-step.

           move ws-step-name(ws-step-sub) to ws-rsl-step-name.

           if (ws-step-state(ws-step-sub) = "Y") then

               move ws-step-name(ws-step-sub) to rs-program-id
               write rs-record
               add 1 to ws-cnt-complete
               move ws-con-note-complete to ws-rsl-step-note

           else

               add 1 to ws-cnt-to-run

               if (ws-first-to-run-sub = 0) then
                   move ws-step-sub to ws-first-to-run-sub
               end-if

               if (ws-step-state(ws-step-sub) = "F") then
                   move ws-con-note-failed to ws-rsl-step-note
               else
                   move ws-con-note-not-run to ws-rsl-step-note
               end-if

           end-if.

           display ws-restart-step-line.

      *An ordinary night - nothing is skipped.
       500-clear-skip-list.

           open output restart-skip-file.
           close restart-skip-file.

           if (ws-restart-flag not = "Y") then
               display ws-con-no-restart-msg
           end-if.

      *Record the restart on the shared run-history file under the
      *run it picked up - records read is the steps found already
      *complete and skipped, records written the steps left to run.
       990-write-run-history.

           move "PROGRAM60 " to rh-program-id.
           move ws-restart-batch-date to rh-batch-date.
           move ws-restart-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-complete to rh-records-read.
           move ws-cnt-to-run   to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

       end program Program60.
