           05 ws-dl-records-written            pic zzzzz9.
           05 filler                           pic x(2).
           05 ws-dl-return-code                pic zzz9.
           05 filler                           pic x(2).
           05 ws-dl-note                       pic x(20).

      *Program60 only leaves a record when it restarts the chain -
      *records read is the steps it found already complete and
      *skipped, records written the steps it left to run.
       01 ws-con-restart-program               pic x(10)
           value "PROGRAM60".

       01 ws-con-restart-note                  pic x(20)
           value "<< CHAIN RESTART".

       01 ws-trailer-line.
           05 filler                           pic x(22)
               move rh-records-written to ws-dl-records-written
               move rh-return-code     to ws-dl-return-code

               if (rh-program-id = ws-con-restart-program) then
                   move ws-con-restart-note to ws-dl-note
               else
                   move spaces to ws-dl-note
               end-if

               write output-line from ws-detail-line
               add 1 to ws-cnt-printed

