               organization is line sequential
               file status is ws-batchlog-status.

      *Program56's sales plan versus actual summary - the planned
      *stores' plan and actual for the day and month-to-date and
      *how many are behind plan, wrapped in the same header and
      *trailer controls as the GL extracts.
           select plan-summary-file
               assign to
               "../../../../Program56/data/plan-vs-actual-summary.dat"
               organization is line sequential
               file status is ws-plan-sum-status.

      *Chain restart skip list - Program60's list of the steps a
      *restarted chain steps past. The dashboard closes the chain,
      *so it empties the list once the chain is through with it.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Output file declaration
           select output-file
               assign to "../../../data/daily-ops-summary.out"
           05 rh-records-written               pic 9(6).
           05 rh-return-code                   pic 9(4).

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the run-id record - today's batch date plus a
      *time-of-day run id.
       fd run-id-file
           05 adj-debit-amt-in                 pic 9(8)v99.
           05 adj-credit-amt-in                pic 9(8)v99.

      *Define the plan summary input record - same shape Program56
      *writes it.
       fd plan-summary-file
           data record is plan-sum-in
           record contains 54 characters.

       01 plan-sum-in.
           05 ps-day-plan-amt-in               pic 9(9)v99.
           05 ps-day-actual-amt-in             pic s9(9)v99.
           05 ps-mtd-plan-amt-in               pic 9(9)v99.
           05 ps-mtd-actual-amt-in             pic s9(9)v99.
           05 ps-day-behind-count-in           pic 9(3).
           05 ps-mtd-behind-count-in           pic 9(3).
           05 ps-threshold-pct-in              pic 9(3)v9.

      *Define the journal batch log record - same shape Program5
      *writes it.
       fd batch-log-file
       77 ws-cnt-unacked-batches               pic 9(4)
           value 0.

       77 ws-plan-sum-status                   pic xx
           value "00".

      *What became of the plan summary - "Y" when it tied and is
      *from today's run, "S" when it is from an earlier run (the
      *plan step didn't run today), "N" when there is none.
       77 ws-plan-sum-flag                     pic x
           value "N".

      *The plan summary's figures, zero when it isn't on hand.
       01 ws-plan-totals.
           05 ws-pt-day-plan-amt               pic 9(9)v99
               value 0.
           05 ws-pt-day-actual-amt             pic s9(9)v99
               value 0.
           05 ws-pt-mtd-plan-amt               pic 9(9)v99
               value 0.
           05 ws-pt-mtd-actual-amt             pic s9(9)v99
               value 0.
           05 ws-pt-day-behind-count           pic 9(3)
               value 0.
           05 ws-pt-mtd-behind-count           pic 9(3)
               value 0.
           05 ws-pt-threshold-pct              pic 9(3)v9
               value 0.

       01 ws-plan-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(30)
               value "SALES VS PLAN - PLANNED STORES".

       01 ws-plan-amount-line.
           05 filler                           pic x(3)
               value spaces.
           05 ws-pa-period-label               pic x(6).
           05 filler                           pic x(6)
               value "PLAN: ".
           05 ws-pa-plan-out                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(10)
               value "  ACTUAL: ".
           05 ws-pa-actual-out                 pic $$$,$$$,$$9.99-.
           05 filler                           pic x(10)
               value "  BEHIND: ".
           05 ws-pa-behind-out                 pic zz9.
           05 filler                           pic x(20)
               value " STORES (THRESHOLD: ".
           05 ws-pa-threshold-out              pic zz9.9.
           05 filler                           pic x(2)
               value "%)".

       01 ws-plan-missing-line.
           05 filler                           pic x(3)
               value spaces.
           05 filler                           pic x(45)
               value "NO SALES PLAN SUMMARY ON HAND FOR TODAY'S RUN".

       01 ws-plan-stale-line.
           05 filler                           pic x(3)
               value spaces.
           05 filler                           pic x(47)
               value "SALES PLAN SUMMARY IS FROM AN EARLIER RUN - NOT".
           05 filler                           pic x(16)
               value " SHOWN".

       01 ws-unacked-line.
           05 filler                           pic x(3)
               value spaces.
       77 ws-cnt-failed-stages                 pic 9(3)
           value 0.

       77 ws-rskip-status                      pic xx
           value "00".

      *Program60's restart record for today's run, when the chain
      *was restarted - the last one wins, the same as a stage's.
       77 ws-restart-seen-flag                 pic x
           value "N".
       77 ws-restart-time                      pic 9(8)
           value 0.
       77 ws-restart-skipped                   pic 9(6)
           value 0.
       77 ws-restart-to-run                    pic 9(6)
           value 0.

       01 ws-restart-line.
           05 filler                           pic x(1).
           05 filler                           pic x(19)
               value "CHAIN RESTARTED AT ".
           05 ws-rl-restart-time               pic 9(8).
           05 filler                           pic x(3)
               value " - ".
           05 ws-rl-skipped-count              pic zz9.
           05 filler                           pic x(26)
               value " STEP(S) ALREADY COMPLETE,".
           05 ws-rl-to-run-count               pic zz9.
           05 filler                           pic x(12)
               value " LEFT TO RUN".

      *Today's system date, compared against run-id.dat's batch
      *date. When the pre-step holds the chain, Program1 never
      *stamps a fresh run id, so the file still carries the previous
           perform 300-load-dollar-totals.
           perform 400-count-unacked-batches.
           perform 600-write-dashboard.
           perform 700-clear-restart-skip-list.
           perform 999-close-files.

           goback.
               move rh-return-code
                   to ws-stage-tbl-rc(ws-stage-idx)

               if (rh-program-id = "PROGRAM60 ") then
                   move "Y" to ws-restart-seen-flag
                   move rh-start-time to ws-restart-time
                   move rh-records-read to ws-restart-skipped
                   move rh-records-written to ws-restart-to-run
               end-if

           end-if.

           read run-history-file
           perform 330-load-returns-extract.
           perform 340-load-gc-extract.
           perform 350-load-adj-extract.
           perform 360-load-plan-summary.

       320-load-sl-extract.


           end-if.

      *Program56's plan summary. A summary whose controls don't tie
      *is a failed hand-off like any other extract; one stamped with
      *an earlier run id means the plan step didn't run today, and
      *is noted rather than shown as today's.
       360-load-plan-summary.

           open input plan-summary-file.

           if (ws-plan-sum-status = "00") then

               move "N" to ws-extract-bad-flag
               move 0   to ws-extract-own-hash

               read plan-summary-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move plan-sum-in to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       else
                       if (xc-hdr-run-id = bh-run-id) then
                           move "Y" to ws-plan-sum-flag
                       else
                           move "S" to ws-plan-sum-flag
                       end-if
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then
                   read plan-summary-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           move ps-day-plan-amt-in
                               to ws-pt-day-plan-amt
                           move ps-day-actual-amt-in
                               to ws-pt-day-actual-amt
                           move ps-mtd-plan-amt-in
                               to ws-pt-mtd-plan-amt
                           move ps-mtd-actual-amt-in
                               to ws-pt-mtd-actual-amt
                           move ps-day-behind-count-in
                               to ws-pt-day-behind-count
                           move ps-mtd-behind-count-in
                               to ws-pt-mtd-behind-count
                           move ps-threshold-pct-in
                               to ws-pt-threshold-pct
                           compute ws-extract-own-hash
                               = ps-day-plan-amt-in
                               + ps-day-actual-amt-in
                               + ps-mtd-plan-amt-in
                               + ps-mtd-actual-amt-in
                   end-read
               end-if

               if (ws-extract-bad-flag not = "Y") then
                   read plan-summary-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           move plan-sum-in
                               to ws-extract-control-line
                           if (xc-marker not = "T")
                               or (xc-trl-record-count not = 1)
                               or (xc-trl-amount-hash
                                   not = ws-extract-own-hash) then
                               move "Y" to ws-extract-bad-flag
                           end-if
                   end-read
               end-if

               if (ws-extract-bad-flag = "Y") then
                   move "plan-vs-actual-summary.dat"
                       to ws-xf-file-name
                   write output-line from ws-extract-fail-line
                   add 1 to ws-cnt-failed-stages
                   move "N" to ws-plan-sum-flag
                   initialize ws-plan-totals
               end-if

               close plan-summary-file

           end-if.

      *Count the journal batches the GL side has not acknowledged
      *yet. A missing log just means Program5 has never run.
       400-count-unacked-batches.
               varying ws-stage-idx from 1 by 1
               until ws-stage-idx > ws-stage-tbl-cnt.

           if (ws-restart-seen-flag = "Y") then
               move ws-restart-time    to ws-rl-restart-time
               move ws-restart-skipped to ws-rl-skipped-count
               move ws-restart-to-run  to ws-rl-to-run-count
               write output-line from spaces
               write output-line from ws-restart-line
           end-if.

           if (ws-stage-tbl-cnt > 0) then
               perform 620-check-one-expected-stage
                   varying ws-exp-loop from 1 by 1
           move ws-cnt-unacked-batches to ws-ub-unacked-count.
           write output-line from ws-unacked-line.

           write output-line from spaces.
           write output-line from ws-plan-section-header.
           write output-line from spaces.

           if (ws-plan-sum-flag = "Y") then

               move "DAY"                  to ws-pa-period-label
               move ws-pt-day-plan-amt     to ws-pa-plan-out
               move ws-pt-day-actual-amt   to ws-pa-actual-out
               move ws-pt-day-behind-count to ws-pa-behind-out
               move ws-pt-threshold-pct    to ws-pa-threshold-out
               write output-line from ws-plan-amount-line

               move "MTD"                  to ws-pa-period-label
               move ws-pt-mtd-plan-amt     to ws-pa-plan-out
               move ws-pt-mtd-actual-amt   to ws-pa-actual-out
               move ws-pt-mtd-behind-count to ws-pa-behind-out
               write output-line from ws-plan-amount-line

           else
           if (ws-plan-sum-flag = "S") then

               write output-line from ws-plan-stale-line

           else

               write output-line from ws-plan-missing-line

           end-if
           end-if.

           write output-line from spaces.

           if (ws-cnt-failed-stages = 0) then

           end-if.

      *The chain is through - empty the restart skip list so an
      *intraday pass or tomorrow's chain runs every step in full.
       700-clear-restart-skip-list.

           open output restart-skip-file.
           close restart-skip-file.

      *Close the used files.
       999-close-files.

