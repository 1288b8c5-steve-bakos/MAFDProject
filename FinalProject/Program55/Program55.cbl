       identification division.
       program-id. Program55.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Sales plan maintenance - loads the daily sales
      *         targets head office sets each store from a plan-load
      *         file into sales-plan.dat, the plan Program56 reports
      *         the stores' actual sales against. The load carries a
      *         trailer with its line count and dollar total, and
      *         the whole load is refused - the plan left exactly as
      *         it was - if any line fails validation or the
      *         trailer doesn't tie to what was read, so a short,
      *         doubled or mistyped load is caught before a store is
      *         measured against a wrong target. A plan line for a
      *         store and date already on file replaces it, and the
      *         target it replaced goes to the audit log.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The sales plan being maintained - one target per store and
      *date. Program56 measures each store's actual sales against
      *it.
           select sales-plan-file
               assign to "../../../../Program1/data/sales-plan.dat"
               organization is line sequential
               file status is ws-plan-status.

      *Plan-load file - finance drops the targets here, one line per
      *store and date, closed by a trailer carrying the line count,
      *the dollar total and the operator submitting the load. The
      *file is emptied once applied, the same truncate-after-
      *consuming pattern the other control files use; a refused
      *load is left in place to be corrected and resubmitted.
           select plan-load-file
               assign to "../../../data/sales-plan-load.dat"
               organization is line sequential
               file status is ws-load-status.

      *Audit log - the load's verdict, every line refused and why,
      *and every target replaced, appended forever like the other
      *maintenance audit logs.
           select audit-log-file
               assign to "../../../data/sales-plan-audit.log"
               organization is line sequential
               file status is ws-audit-status.

      *Store master - a plan has to be for a store we have.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

      *Operator master reference file - who may submit a load, and
      *at what authorization level (1 clerk, 2 supervisor, 3
      *manager).
           select operator-master-file
               assign to
               "../../../../Program1/data/operator-master.dat"
               organization is line sequential
               file status is ws-opmst-status.

      *Chain run-lock control file - this program rewrites the plan
      *Program56 reads in the chain, so it takes the same lock the
      *chain programs do. The operator override is
      *chain-lock-override.dat.
           select run-lock-file
               assign to
               "../../../../Program1/data/chain-run-lock.dat"
               organization is line sequential
               file status is ws-lock-status.

           select lock-override-file
               assign to
               "../../../../Program1/data/chain-lock-override.dat"
               organization is line sequential
               file status is ws-lockovr-status.

       data division.
       file section.

      *Define the sales plan record - the store, the date and the
      *net sales the store is expected to ring that day.
       fd sales-plan-file
           data record is sp-record
           record contains 17 characters.

       01 sp-record.
           05 sp-store-num                     pic 99.
           05 sp-plan-date                     pic 9(6).
           05 sp-plan-amt                      pic 9(7)v99.

      *Define the plan-load record. A D line is one store's target
      *for one date; the T trailer closes the load with its line
      *count, its dollar total and the submitting operator.
       fd plan-load-file
           data record is pl-record
           record contains 21 characters.

       01 pl-record.
           05 pl-rec-type                      pic x.
           05 pl-store-num                     pic 99.
           05 pl-plan-date                     pic 9(6).
           05 pl-plan-date-parts redefines pl-plan-date.
               10 pl-plan-yy                   pic 99.
               10 pl-plan-mm                   pic 99.
               10 pl-plan-dd                   pic 99.
           05 pl-plan-amt                      pic 9(7)v99.
           05 filler                           pic x(3).

      *Define the store master line.
       fd store-master-file
           data record is sm-store-in
           record contains 35 characters.

       01 sm-store-in.
           05 sm-in-store-num                  pic 99.
           05 sm-in-store-status               pic x.
           05 sm-in-store-name                 pic x(20).
           05 sm-in-open-date                  pic 9(6).
           05 sm-in-close-date                 pic 9(6).

      *Define the operator master line.
       fd operator-master-file
           data record is om-record
           record contains 25 characters.

       01 om-record.
           05 om-in-op-num                     pic 9(4).
           05 om-in-op-name                    pic x(20).
           05 om-in-auth-level                 pic 9.

      *Define the audit log line.
       fd audit-log-file
           data record is audit-line
           record contains 100 characters.

       01 audit-line                           pic x(100).

      *Define the chain run-lock record - who holds the lock and
      *since when. An empty file means the lock is free.
       fd run-lock-file
           data record is lk-record
           record contains 24 characters.

       01 lk-record.
           05 lk-program-id                    pic x(10).
           05 lk-batch-date                    pic 9(6).
           05 lk-start-time                    pic 9(8).

      *Define the lock override record - a single "Y".
       fd lock-override-file
           data record is lovr-flag-in
           record contains 1 characters.

       01 lovr-flag-in                         pic x.

       working-storage section.

       77 ws-lock-status                       pic xx
           value "00".
       77 ws-lockovr-status                    pic xx
           value "00".
       77 ws-lock-denied-flag                  pic x
           value "N".
       77 ws-lock-override-flag                pic x
           value "N".
       77 ws-lock-today-date                   pic 9(6)
           value 0.
       77 ws-lock-start-time                   pic 9(8)
           value 0.

       01 ws-con-lock-held-msg                 pic x(52)
           value "*** RUN LOCK HELD - another program is mid-flight".

       01 ws-lock-holder-line.
           05 filler                           pic x(9)
               value "HELD BY: ".
           05 ws-lh-program-id                 pic x(10).
           05 filler                           pic x(8)
               value "  SINCE ".
           05 ws-lh-batch-date                 pic 9(6).
           05 filler                           pic x
               value space.
           05 ws-lh-start-time                 pic 9(8).

       01 ws-con-lock-stale-msg                pic x(52)
           value "*** STALE RUN LOCK from a prior day - taking over".

       01 ws-con-lock-override-msg             pic x(52)
           value "*** RUN LOCK OVERRIDDEN BY OPERATOR".

       77 ws-plan-status                       pic xx
           value "00".
       77 ws-load-status                       pic xx
           value "00".
       77 ws-audit-status                      pic xx
           value "00".
       77 ws-strmst-status                     pic xx
           value "00".
       77 ws-opmst-status                      pic xx
           value "00".

       77 ws-plan-eof-flag                     pic x
           value "N".
       77 ws-load-eof-flag                     pic x
           value "N".
       77 ws-store-eof-flag                    pic x
           value "N".
       77 ws-op-eof-flag                       pic x
           value "N".

      *Remembers whether the load file was on hand at open time -
      *the file status itself moves to "10" at end-of-file, so it
      *can't answer that question later.
       77 ws-load-present-flag                 pic x
           value "N".

      *The load's verdict so far - one bad line, a trailer that
      *doesn't tie or a plan with no room left refuses the lot.
       77 ws-load-bad-flag                     pic x
           value "N".
       77 ws-trailer-seen-flag                 pic x
           value "N".

      *Console alert for a refused load, same shape as the rest of
      *the system's alerts.
       01 ws-con-load-refused-msg              pic x(52)
           value "*** SALES PLAN LOAD REFUSED - see audit log".

      *The run's own date and time, stamped on every audit line.
      *This program runs ad hoc, outside the batch chain, so it
      *takes its stamp from the system instead of run-id.dat.
       77 ws-run-date                          pic 9(6)
           value 0.
       77 ws-run-time                          pic 9(8)
           value 0.

      *Plan dates more than two years back are dropped when the
      *plan is rewritten - last year's plan stays on file for
      *comparison, anything older just takes up room.
       77 ws-con-keep-years                    pic 9(6)
           value 20000.
       77 ws-keep-from-date                    pic 9(6)
           value 0.

      *The authorization level a plan load needs - the targets the
      *stores are measured on are a manager's call.
       77 ws-con-required-level                pic 9
           value 3.

      *Line counts and dollar totals the trailer is tied to.
       77 ws-cnt-load-lines                    pic 9(5)
           value 0.
       77 ws-cnt-detail-lines                  pic 9(5)
           value 0.
       01 ws-detail-amt-total                  pic 9(9)v99
           value 0.
       77 ws-cnt-rejected                      pic 9(5)
           value 0.
       77 ws-cnt-added                         pic 9(5)
           value 0.
       77 ws-cnt-replaced                      pic 9(5)
           value 0.
       77 ws-cnt-dropped                       pic 9(5)
           value 0.

      *The trailer as read, kept for the tie-out after the rest of
      *the file has been read past it, and its line number.
       01 ws-trailer-save.
           05 filler                           pic x.
           05 ws-trl-line-count                pic 9(5).
           05 ws-trl-amount-total              pic 9(9)v99.
           05 ws-load-operator-id              pic x(4).

       77 ws-trl-line-num                      pic 9(5)
           value 0.

      *In-memory copy of the operator master, the same
      *load-and-search shape the other reference tables use.
       01 ws-op-tbl-cnt                        pic 9(3)
           value 0.

       01 ws-op-tbl.
           05 ws-op-tbl-entry                  occurs 1 to 200 times
                   depending on ws-op-tbl-cnt
                   indexed by ws-op-idx.
               10 ws-op-tbl-num                 pic 9(4).
               10 ws-op-tbl-level               pic 9.

       77 ws-op-check-num                      pic 9(4)
           value 0.
       77 ws-op-found-flag                     pic x
           value "N".
       77 ws-op-match-idx                      pic 9(3)
           value 0.
       77 ws-op-authorized-flag                pic x
           value "N".

      *In-memory list of store numbers, for checking the plan's
      *stores.
       01 ws-store-tbl-cnt                     pic 9(3)
           value 0.

       01 ws-store-tbl.
           05 ws-store-tbl-entry               occurs 1 to 100 times
                   depending on ws-store-tbl-cnt
                   indexed by ws-store-idx.
               10 ws-store-tbl-num              pic 99.

       77 ws-store-check-num                   pic 99
           value 0.
       77 ws-store-found-flag                  pic x
           value "N".

      *The load's plan lines, held until the whole load has passed
      *- nothing reaches the plan until the trailer has tied.
       01 ws-ld-tbl-cnt                        pic 9(4)
           value 0.

       01 ws-ld-tbl.
           05 ws-ld-tbl-entry                  occurs 1 to 3000 times
                   depending on ws-ld-tbl-cnt
                   indexed by ws-ld-idx.
               10 ws-ld-tbl-store               pic 99.
               10 ws-ld-tbl-date                pic 9(6).
               10 ws-ld-tbl-amt                 pic 9(7)v99.

       77 ws-ld-found-flag                     pic x
           value "N".

      *In-memory copy of the sales plan - loaded, merged with the
      *load, and written back out.
       01 ws-plan-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-plan-tbl.
           05 ws-plan-tbl-entry                occurs 1 to 9999 times
                   depending on ws-plan-tbl-cnt
                   indexed by ws-plan-idx.
               10 ws-plan-tbl-store             pic 99.
               10 ws-plan-tbl-date              pic 9(6).
               10 ws-plan-tbl-amt               pic 9(7)v99.

       77 ws-plan-check-store                  pic 99
           value 0.
       77 ws-plan-check-date                   pic 9(6)
           value 0.
       77 ws-plan-found-flag                   pic x
           value "N".
       77 ws-plan-match-idx                    pic 9(4)
           value 0.

       01 ws-audit-header.
           05 filler                           pic x(22)
               value "SALES PLAN LOAD       ".
           05 ws-ah-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ah-run-time                   pic 9(8).

       01 ws-audit-rejected-line.
           05 ws-ar-run-date                   pic 9(6).
           05 filler                           pic x(8)
               value "  LINE: ".
           05 ws-ar-line-num                   pic zzzz9.
           05 filler                           pic x(12)
               value "  REJECTED: ".
           05 ws-ar-reason                     pic x(32).
           05 filler                           pic x(8)
               value "  DATA: ".
           05 ws-ar-data                       pic x(21).

       01 ws-audit-replaced-line.
           05 ws-ap-run-date                   pic 9(6).
           05 filler                           pic x(9)
               value "  STORE: ".
           05 ws-ap-store-num                  pic 99.
           05 filler                           pic x(8)
               value "  DATE: ".
           05 ws-ap-plan-date                  pic 9(6).
           05 filler                           pic x(12)
               value "  REPLACED: ".
           05 ws-ap-old-amt                    pic $$,$$$,$$9.99.
           05 filler                           pic x(4)
               value " -> ".
           05 ws-ap-new-amt                    pic $$,$$$,$$9.99.
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-ap-operator-id                pic x(4).

       01 ws-audit-control-line.
           05 filler                           pic x(20)
               value "TRAILER LINES:      ".
           05 ws-ac-trl-count                  pic zz,zz9.
           05 filler                           pic x(10)
               value "   TOTAL: ".
           05 ws-ac-trl-amt                    pic $$$$,$$$,$$9.99.
           05 filler                           pic x(11)
               value "   LOADED: ".
           05 ws-ac-own-count                  pic zz,zz9.
           05 filler                           pic x(10)
               value "   TOTAL: ".
           05 ws-ac-own-amt                    pic $$$$,$$$,$$9.99.

       01 ws-audit-accepted-line.
           05 filler                           pic x(24)
               value "LOAD ACCEPTED - ADDED: ".
           05 ws-aa-added-count                pic zz,zz9.
           05 filler                           pic x(13)
               value "  REPLACED: ".
           05 ws-aa-replaced-count             pic zz,zz9.
           05 filler                           pic x(25)
               value "  OLD PLAN DATES DROPPED:".
           05 ws-aa-dropped-count              pic zz,zz9.
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-aa-operator-id                pic x(4).

       01 ws-audit-refused-line.
           05 filler                           pic x(30)
               value "LOAD REFUSED - ERRORS FOUND: ".
           05 ws-af-rejected-count             pic zz,zz9.
           05 filler                           pic x(36)
               value "  - SALES PLAN LEFT UNCHANGED".

       01 ws-audit-no-load-line                pic x(40)
           value "NO PLAN LOAD ON HAND - NOTHING APPLIED".

       procedure division.
       000-main.

           accept ws-run-date from date.
           accept ws-run-time from time.
           move 0 to return-code.

           perform 050-acquire-run-lock.

           if (ws-lock-denied-flag = "Y") then
               goback
           end-if.

           perform 100-open-files.

           if (ws-load-present-flag = "Y") then

               perform 130-load-store-master
               perform 150-load-operator-master
               perform 200-check-load-line
                   until ws-load-eof-flag = "Y"
               perform 300-check-control-totals

               if (ws-load-bad-flag not = "Y") then
                   perform 400-load-sales-plan
                   perform 450-merge-load
               end-if

               if (ws-load-bad-flag not = "Y") then
                   perform 600-rewrite-sales-plan
               end-if

           end-if.

           perform 700-write-audit-trailer.
           perform 999-close-files.

           perform 995-release-run-lock.

           goback.

      *Take the chain run-lock, or refuse to start when another
      *program holds it. A lock left from a prior day is an abend's
      *leftovers and is taken over with a console note; the
      *operator override (chain-lock-override.dat holding "Y")
      *breaks a same-day lock and is consumed on use.
       050-acquire-run-lock.

           accept ws-lock-today-date from date.
           accept ws-lock-start-time from time.

           open input lock-override-file.

           if (ws-lockovr-status = "00") then

               read lock-override-file
                   not at end
                       if (lovr-flag-in = "Y") then
                           move "Y" to ws-lock-override-flag
                       end-if
               end-read

               close lock-override-file

               if (ws-lock-override-flag = "Y") then
                   open output lock-override-file
                   close lock-override-file
               end-if

           end-if.

           open input run-lock-file.

           if (ws-lock-status = "00") then

               read run-lock-file
                   at end continue
                   not at end
                       if (ws-lock-override-flag = "Y") then
                           display ws-con-lock-override-msg
                       else
                       if (lk-batch-date not = ws-lock-today-date)
                           then
                           display ws-con-lock-stale-msg
                       else
                           move lk-program-id to ws-lh-program-id
                           move lk-batch-date to ws-lh-batch-date
                           move lk-start-time to ws-lh-start-time
                           display ws-con-lock-held-msg
                           display ws-lock-holder-line
                           move "Y" to ws-lock-denied-flag
                           move 16 to return-code
                       end-if
                       end-if
               end-read

               close run-lock-file

           end-if.

           if (ws-lock-denied-flag not = "Y") then

               move "PROGRAM55 "       to lk-program-id
               move ws-lock-today-date to lk-batch-date
               move ws-lock-start-time to lk-start-time

               open output run-lock-file
               write lk-record
               close run-lock-file

           end-if.

      *Release the chain run-lock - an empty lock file means free.
       995-release-run-lock.

           open output run-lock-file.
           close run-lock-file.

      *Open the audit log for append and read the first load line.
      *No load file just means nothing to do today.
       100-open-files.

           open extend audit-log-file.

           if (ws-audit-status not = "00") then
               open output audit-log-file
           end-if.

           move ws-run-date to ws-ah-run-date.
           move ws-run-time to ws-ah-run-time.
           write audit-line from ws-audit-header.

           open input plan-load-file.

           if (ws-load-status = "00") then

               read plan-load-file
                   at end move "Y" to ws-load-eof-flag
                   not at end move "Y" to ws-load-present-flag
               end-read

               if (ws-load-present-flag not = "Y") then
                   close plan-load-file
               end-if

           else

               move "Y" to ws-load-eof-flag

           end-if.

      *Load the store numbers. A missing store master leaves the
      *table empty, and then no plan line's store can be confirmed
      *- the load is refused rather than plan a store nobody can
      *check.
       130-load-store-master.

           open input store-master-file.

           if (ws-strmst-status = "00") then

               read store-master-file
                   at end move "Y" to ws-store-eof-flag
               end-read

               perform 140-load-store-entry
                   until ws-store-eof-flag = "Y"

               close store-master-file

           end-if.

       140-load-store-entry.

           add 1 to ws-store-tbl-cnt.
           set ws-store-idx to ws-store-tbl-cnt.

           move sm-in-store-num to ws-store-tbl-num(ws-store-idx).

           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *Load the operator master into a table. A missing file means
      *no operator can authorize anything - the load is refused,
      *which is the safe failure for an audit control.
       150-load-operator-master.

           open input operator-master-file.

           if (ws-opmst-status = "00") then

               read operator-master-file
                   at end move "Y" to ws-op-eof-flag
               end-read

               perform 160-load-operator-entry
                   until ws-op-eof-flag = "Y"

               close operator-master-file

           end-if.

       160-load-operator-entry.

           add 1 to ws-op-tbl-cnt.
           set ws-op-idx to ws-op-tbl-cnt.

           move om-in-op-num     to ws-op-tbl-num(ws-op-idx).
           move om-in-auth-level to ws-op-tbl-level(ws-op-idx).

           read operator-master-file
               at end move "Y" to ws-op-eof-flag.

      *Check one load line. A good plan line is held for the merge
      *and counted toward the totals the trailer has to tie to; a
      *bad one is logged and marks the whole load refused, but the
      *rest of the file is still checked so every error is listed
      *in one pass.
       200-check-load-line.

           add 1 to ws-cnt-load-lines.

           if (ws-trailer-seen-flag = "Y") then

               move "LINE FOLLOWS THE TRAILER" to ws-ar-reason
               perform 390-reject-line

           else
           if (pl-rec-type = "D") then

               perform 210-check-plan-line

           else
           if (pl-rec-type = "T") then

               move "Y" to ws-trailer-seen-flag
               move pl-record to ws-trailer-save
               move ws-cnt-load-lines to ws-trl-line-num

           else

               move "LINE TYPE NOT D OR T" to ws-ar-reason
               perform 390-reject-line

           end-if
           end-if
           end-if.

           read plan-load-file
               at end move "Y" to ws-load-eof-flag.

      *A plan line needs a store on the store master, a real date
      *and a numeric amount, and can't name a store and date the
      *load already planned.
       210-check-plan-line.

           add 1 to ws-cnt-detail-lines.

           if (pl-plan-amt is numeric) then
               add pl-plan-amt to ws-detail-amt-total
           end-if.

           if (pl-store-num is not numeric) then

               move "STORE NOT NUMERIC" to ws-ar-reason
               perform 390-reject-line

           else
           if (pl-plan-date is not numeric)
               or (pl-plan-mm < 1) or (pl-plan-mm > 12)
               or (pl-plan-dd < 1) or (pl-plan-dd > 31) then

               move "PLAN DATE NOT A VALID YYMMDD" to ws-ar-reason
               perform 390-reject-line

           else
           if (pl-plan-amt is not numeric) then

               move "PLAN AMOUNT NOT NUMERIC" to ws-ar-reason
               perform 390-reject-line

           else

               move pl-store-num to ws-store-check-num
               perform 520-search-store-table

               if (ws-store-found-flag not = "Y") then

                   move "STORE NOT ON STORE MASTER" to ws-ar-reason
                   perform 390-reject-line

               else

                   perform 220-hold-plan-line

               end-if

           end-if
           end-if
           end-if.

      *Hold a checked plan line for the merge, unless the load has
      *already planned the same store and date or has run out of
      *room.
       220-hold-plan-line.

           move "N" to ws-ld-found-flag.

           perform 230-compare-held-line
               varying ws-ld-idx from 1 by 1
               until ws-ld-idx > ws-ld-tbl-cnt
                   or ws-ld-found-flag = "Y".

           if (ws-ld-found-flag = "Y") then

               move "STORE AND DATE TWICE IN LOAD" to ws-ar-reason
               perform 390-reject-line

           else
           if (ws-ld-tbl-cnt >= 3000) then

               move "LOAD OVER 3000 PLAN LINES" to ws-ar-reason
               perform 390-reject-line

           else

               add 1 to ws-ld-tbl-cnt
               set ws-ld-idx to ws-ld-tbl-cnt
               move pl-store-num to ws-ld-tbl-store(ws-ld-idx)
               move pl-plan-date to ws-ld-tbl-date(ws-ld-idx)
               move pl-plan-amt  to ws-ld-tbl-amt(ws-ld-idx)

           end-if
           end-if.

       230-compare-held-line.

           if (ws-ld-tbl-store(ws-ld-idx) = pl-store-num)
               and (ws-ld-tbl-date(ws-ld-idx) = pl-plan-date) then

               move "Y" to ws-ld-found-flag

           end-if.

      *Tie the trailer to what was read - the plan lines counted
      *and their dollar total, both taken before any line was
      *refused so a trailer for the file as sent still ties - and
      *check the operator it names holds manager authority.
       300-check-control-totals.

           if (ws-trailer-seen-flag not = "Y") then

               move ws-cnt-load-lines to ws-ar-line-num
               move "NO TRAILER - LOAD INCOMPLETE" to ws-ar-reason
               move spaces to ws-ar-data
               perform 395-reject-load

           else
           if (ws-trl-line-count is not numeric)
               or (ws-trl-amount-total is not numeric) then

               move ws-trl-line-num to ws-ar-line-num
               move "TRAILER TOTALS NOT NUMERIC" to ws-ar-reason
               move ws-trailer-save to ws-ar-data
               perform 395-reject-load

           else

               move ws-trl-line-count   to ws-ac-trl-count
               move ws-trl-amount-total to ws-ac-trl-amt
               move ws-cnt-detail-lines to ws-ac-own-count
               move ws-detail-amt-total to ws-ac-own-amt
               write audit-line from ws-audit-control-line

               if (ws-trl-line-count not = ws-cnt-detail-lines)
                   or (ws-trl-amount-total
                       not = ws-detail-amt-total) then

                   move ws-trl-line-num to ws-ar-line-num
                   move "TRAILER DOES NOT TIE TO LOAD"
                       to ws-ar-reason
                   move ws-trailer-save to ws-ar-data
                   perform 395-reject-load

               end-if

               move "N" to ws-op-authorized-flag

               if (ws-load-operator-id is numeric) then
                   move ws-load-operator-id to ws-op-check-num
                   perform 550-check-operator-authority
               end-if

               if (ws-op-authorized-flag not = "Y") then

                   move ws-trl-line-num to ws-ar-line-num
                   move "OPERATOR NOT AUTHORIZED" to ws-ar-reason
                   move ws-trailer-save to ws-ar-data
                   perform 395-reject-load

               end-if

           end-if
           end-if.

      *Log one refused line against its line number in the load.
       390-reject-line.

           move ws-cnt-load-lines to ws-ar-line-num.
           move pl-record to ws-ar-data.
           perform 395-reject-load.

       395-reject-load.

           move ws-run-date to ws-ar-run-date.
           write audit-line from ws-audit-rejected-line.
           add 1 to ws-cnt-rejected.
           move "Y" to ws-load-bad-flag.

      *Load the sales plan into a table to be merged in place,
      *dropping plan dates too old to keep. A missing file is the
      *first load ever.
       400-load-sales-plan.

           compute ws-keep-from-date = ws-run-date - ws-con-keep-years.

           open input sales-plan-file.

           if (ws-plan-status = "00") then

               read sales-plan-file
                   at end move "Y" to ws-plan-eof-flag
               end-read

               perform 410-load-plan-entry
                   until ws-plan-eof-flag = "Y"

               close sales-plan-file

           end-if.

       410-load-plan-entry.

           if (sp-plan-date < ws-keep-from-date) then

               add 1 to ws-cnt-dropped

           else
           if (ws-plan-tbl-cnt < 9999) then

               add 1 to ws-plan-tbl-cnt
               set ws-plan-idx to ws-plan-tbl-cnt
               move sp-store-num to ws-plan-tbl-store(ws-plan-idx)
               move sp-plan-date to ws-plan-tbl-date(ws-plan-idx)
               move sp-plan-amt  to ws-plan-tbl-amt(ws-plan-idx)

           else

               move ws-plan-tbl-cnt to ws-ar-line-num
               move "SALES PLAN FILE OVER 9999 LINES" to ws-ar-reason
               move sp-record to ws-ar-data
               perform 395-reject-load
               move "Y" to ws-plan-eof-flag

           end-if
           end-if.

           if (ws-plan-eof-flag not = "Y") then
               read sales-plan-file
                   at end move "Y" to ws-plan-eof-flag
               end-read
           end-if.

      *Merge the held plan lines into the plan - a store and date
      *already planned takes the new target, with the old one
      *logged; anything else is added.
       450-merge-load.

           perform 460-merge-one-line
               varying ws-ld-idx from 1 by 1
               until ws-ld-idx > ws-ld-tbl-cnt
                   or ws-load-bad-flag = "Y".

       460-merge-one-line.

           move ws-ld-tbl-store(ws-ld-idx) to ws-plan-check-store.
           move ws-ld-tbl-date(ws-ld-idx)  to ws-plan-check-date.
           perform 500-search-plan-table.

           if (ws-plan-found-flag = "Y") then

               if (ws-plan-tbl-amt(ws-plan-match-idx)
                   not = ws-ld-tbl-amt(ws-ld-idx)) then

                   move ws-run-date to ws-ap-run-date
                   move ws-plan-check-store to ws-ap-store-num
                   move ws-plan-check-date  to ws-ap-plan-date
                   move ws-plan-tbl-amt(ws-plan-match-idx)
                       to ws-ap-old-amt
                   move ws-ld-tbl-amt(ws-ld-idx) to ws-ap-new-amt
                   move ws-load-operator-id to ws-ap-operator-id
                   write audit-line from ws-audit-replaced-line

               end-if

               move ws-ld-tbl-amt(ws-ld-idx)
                   to ws-plan-tbl-amt(ws-plan-match-idx)
               add 1 to ws-cnt-replaced

           else
           if (ws-plan-tbl-cnt >= 9999) then

               move ws-ld-idx to ws-ar-line-num
               move "SALES PLAN FILE OVER 9999 LINES" to ws-ar-reason
               move spaces to ws-ar-data
               perform 395-reject-load

           else

               add 1 to ws-plan-tbl-cnt
               set ws-plan-idx to ws-plan-tbl-cnt
               move ws-plan-check-store
                   to ws-plan-tbl-store(ws-plan-idx)
               move ws-plan-check-date
                   to ws-plan-tbl-date(ws-plan-idx)
               move ws-ld-tbl-amt(ws-ld-idx)
                   to ws-plan-tbl-amt(ws-plan-idx)
               add 1 to ws-cnt-added

           end-if
           end-if.

      *Find the plan entry for ws-plan-check-store and
      *ws-plan-check-date.
       500-search-plan-table.

           move "N" to ws-plan-found-flag.

           perform 510-compare-plan-entry
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-tbl-cnt
                   or ws-plan-found-flag = "Y".

      *Compare one plan entry, remembering where the match sits -
      *the perform varying above leaves ws-plan-idx one past it by
      *the time the loop stops.
       510-compare-plan-entry.

           if (ws-plan-check-store = ws-plan-tbl-store(ws-plan-idx))
               and (ws-plan-check-date = ws-plan-tbl-date(ws-plan-idx))
               then

               move "Y" to ws-plan-found-flag
               set ws-plan-match-idx to ws-plan-idx

           end-if.

       520-search-store-table.

           move "N" to ws-store-found-flag.

           perform 530-compare-store-entry
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-tbl-cnt
                   or ws-store-found-flag = "Y".

       530-compare-store-entry.

           if (ws-store-check-num = ws-store-tbl-num(ws-store-idx))
               then

               move "Y" to ws-store-found-flag

           end-if.

      *Is ws-op-check-num a known operator holding at least this
      *program's required level? The answer lands in
      *ws-op-authorized-flag.
       550-check-operator-authority.

           move "N" to ws-op-authorized-flag.
           move "N" to ws-op-found-flag.

           perform 560-compare-operator-entry
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-tbl-cnt
                   or ws-op-found-flag = "Y".

           if (ws-op-found-flag = "Y")
               and (ws-op-tbl-level(ws-op-match-idx)
                   >= ws-con-required-level) then

               move "Y" to ws-op-authorized-flag

           end-if.

      *Compare one operator entry to ws-op-check-num, remembering
      *where the match sits.
       560-compare-operator-entry.

           if (ws-op-check-num = ws-op-tbl-num(ws-op-idx)) then

               move "Y" to ws-op-found-flag
               set ws-op-match-idx to ws-op-idx

           end-if.

      *Write the merged plan back out.
       600-rewrite-sales-plan.

           open output sales-plan-file.

           perform 610-write-one-plan-entry
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-tbl-cnt.

           close sales-plan-file.

       610-write-one-plan-entry.

           move ws-plan-tbl-store(ws-plan-idx) to sp-store-num.
           move ws-plan-tbl-date(ws-plan-idx)  to sp-plan-date.
           move ws-plan-tbl-amt(ws-plan-idx)   to sp-plan-amt.

           write sp-record.

      *Log the load's verdict. An applied load's file is emptied so
      *the same targets aren't loaded twice; a refused one is left
      *where it is for finance to correct, and the console is told.
       700-write-audit-trailer.

           if (ws-load-present-flag not = "Y") then

               write audit-line from ws-audit-no-load-line

           else
           if (ws-load-bad-flag = "Y") then

               move ws-cnt-rejected to ws-af-rejected-count
               write audit-line from ws-audit-refused-line
               display ws-con-load-refused-msg
               move 8 to return-code
               close plan-load-file

           else

               move ws-cnt-added        to ws-aa-added-count
               move ws-cnt-replaced     to ws-aa-replaced-count
               move ws-cnt-dropped      to ws-aa-dropped-count
               move ws-load-operator-id to ws-aa-operator-id
               write audit-line from ws-audit-accepted-line

               close plan-load-file
               open output plan-load-file
               close plan-load-file

           end-if
           end-if.

      *Close the used files.
       999-close-files.

           close audit-log-file.

       end program Program55.
