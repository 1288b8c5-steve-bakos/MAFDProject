
       author.Steve Bakos
       date-written.August 22nd, 2026
      *Purpose: Period-end close - freezes the fiscal period's
      *         running totals (company-wide and by store) into a
      *         dated period-end statement, archives the GL extracts
      *         and the duplicate/exception files under the closing
      *         period's name, and then performs the PTD reset
      *         explicitly. The period being closed comes from a
      *         request control record and has to match what the
      *         totals actually hold, and the same period is refused
      *         a second time - period-end stops being an accident
      *         of whenever the first run of a new period happens to
      *         execute. Closing the last period of a fiscal year is
      *         the fiscal year-end close: the year's YTD figures are
      *         frozen into a year-end statement and reset to zero
      *         under the same controls.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-rt4-status.

      *Close request - ops states which fiscal period (fiscal year
      *and period, yypp) is being closed. The close refuses to run
      *when this doesn't match the period the running totals
      *actually hold, so a close fired after the new period's first
      *daily run can't freeze day-one figures as last period's
      *statement.
           select close-request-file
               assign to "../../../data/month-end-close-request.dat"
               organization is line sequential
               file status is ws-req-status.

      *Close control - the last fiscal period this job closed. A
      *second run against the same period is refused, so the closing
      *figures can't be overwritten.
           select close-control-file
               assign to "../../../data/month-end-close-control.dat"
               organization is line sequential
               organization is line sequential
               file status is ws-opmst-status.

      *Fiscal calendar - one line per fiscal week mapping it to its
      *fiscal year and 4-4-5 period. Tells the close which dates the
      *period covers and whether it is the last period of the year.
           select fiscal-calendar-file
               assign to
               "../../../../Program1/data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fcal-status.

      *Per-store period-to-date totals maintained by Programs 3 and
      *4, frozen onto the statement and reset here with the rest.
           select sl-store-mtd-file
               assign to
               organization is line sequential
               file status is ws-rtmtd-status.

      *The dated period-end statement - one file per closed period,
      *named for it, never overwritten by a later day's run.
           select statement-file
               assign to dynamic ws-statement-file-name
               organization is line sequential.

      *The fiscal year-end statement - the year's YTD figures as they
      *stood when the last period closed, one file per fiscal year.
           select year-end-file
               assign to dynamic ws-ye-statement-file-name
               organization is line sequential.

      *Generic archive copy pair - the source name and the dated
      *archive name are built per file from the table below.
           select archive-in-file
           05 rt4-ytd-r-amt                    pic 9(9)v99.
           05 rt4-ytd-tax-amt                  pic 9(9)v99.

      *Define the close request record - the fiscal yypp ops wants
      *closed, and the operator id of whoever asked for it. The
      *auditors flagged this file specifically: a close request
      *has to name a manager-level operator or it is refused.
           05 req-close-mm                     pic xx.
           05 req-operator-id                  pic x(4).

      *Define the close control record - the last closed fiscal
      *yypp and who closed it.
       fd close-control-file
           data record is ctl-record
           record contains 8 characters.
           05 om-in-op-name                    pic x(20).
           05 om-in-auth-level                 pic 9.

      *Define the fiscal calendar record - the fiscal year, the
      *period and week of that year, and the week's first and last
      *dates.
       fd fiscal-calendar-file
           data record is fc-record-in
           record contains 18 characters.

       01 fc-record-in.
           05 fc-fiscal-yy-in                  pic 99.
           05 fc-period-in                     pic 99.
           05 fc-week-in                       pic 99.
           05 fc-start-date-in                 pic 9(6).
           05 fc-end-date-in                   pic 9(6).

      *Define the per-store period-to-date records - same shapes
      *Programs 3 and 4 write them.
       fd sl-store-mtd-file
           data record is slmtd-record

       01 stmt-line                            pic x(80).

      *Define the year-end statement line.
       fd year-end-file
           data record is ye-line
           record contains 80 characters.

       01 ye-line                              pic x(80).

      *Define the generic archive records - wide enough for the
      *widest file being archived; line sequential drops the
      *trailing spaces on the way out.
       77 ws-op-authorized-flag                pic x
           value "N".

       77 ws-fcal-status                       pic xx
           value "00".
       77 ws-fcal-eof-flag                     pic x
           value "N".

      *In-memory copy of the fiscal calendar, one entry per week.
       01 ws-fcal-tbl-cnt                      pic 9(3)
           value 0.

       01 ws-fcal-tbl.
           05 ws-fcal-tbl-entry                occurs 1 to 400 times
                   depending on ws-fcal-tbl-cnt
                   indexed by ws-fcal-idx.
               10 ws-fcal-tbl-fiscal-yy         pic 99.
               10 ws-fcal-tbl-period            pic 99.
               10 ws-fcal-tbl-start-date        pic 9(6).
               10 ws-fcal-tbl-end-date          pic 9(6).

      *What the calendar says about the period being closed - its
      *first and last dates and the last period of its fiscal year.
      *A fiscal year the calendar doesn't carry is taken as twelve
      *calendar months, the same fallback the daily programs use.
       77 ws-fy-last-period                    pic 99
           value 0.
       77 ws-fy-period-start                   pic 9(6)
           value 0.
       77 ws-fy-period-end                     pic 9(6)
           value 0.
       77 ws-fy-year-end-flag                  pic x
           value "N".

       77 ws-rtmtd-status                      pic xx
           value "00".
       77 ws-slmtd-eof-flag                    pic x
       77 ws-rtmtd-eof-flag                    pic x
           value "N".

      *The fiscal period ops asked to close, from the request record.
       01 ws-request-month.
           05 ws-req-yy                        pic xx
               value spaces.
       77 ws-arc-eof-flag                      pic x
           value "N".

      *The fiscal year and period being closed, taken from the
      *running totals themselves - the last period the daily chain
      *posted into.
       01 ws-close-month.
           05 ws-close-yy                      pic 99
               value 0.

       77 ws-statement-file-name               pic x(60)
           value spaces.
       77 ws-ye-statement-file-name            pic x(60)
           value spaces.
       77 ws-archive-in-name                   pic x(60)
           value spaces.
       77 ws-archive-out-name                  pic x(60)
           value spaces.

      *The files archived under the closing period's name: the GL
      *extracts and the duplicate/exception files from the last
      *daily run of the period.
       01 ws-archive-sources.
           05 filler                           pic x(50) value
               "../../../../Program3/data/sl-gl-totals.dat".
       77 ws-arc-name-len                      pic 9(3)
           value 0.

       01 ws-con-no-request-msg                pic x(54)
           value
           "*** PERIOD-END CLOSE - no close request period on file".

       01 ws-con-bad-operator-msg.
           05 filler                           pic x(46)
               value "*** PERIOD-END CLOSE - operator not authorized".
           05 filler                           pic x
               value space.
           05 ws-bo-operator-id                pic x(4).

       01 ws-con-wrong-month-msg.
           05 filler                           pic x(40)
               value "*** PERIOD-END CLOSE - requested period ".
           05 ws-wm-req-yy                     pic xx.
           05 filler                           pic x
               value "/".

      *Console messages, the same alert shape the chain uses.
       01 ws-con-closed-msg.
           05 filler                           pic x(36)
               value "PERIOD-END CLOSE COMPLETE - PERIOD: ".
           05 ws-cm-yy                         pic 99.
           05 filler                           pic x
               value "/".
           05 ws-cm-operator-id                pic x(4).

       01 ws-con-refused-msg.
           05 filler                           pic x(42)
               value "*** PERIOD-END ALREADY CLOSED FOR PERIOD: ".
           05 ws-rf-yy                         pic 99.
           05 filler                           pic x
               value "/".
           05 ws-rf-mm                         pic 99.

       01 ws-con-nothing-msg                   pic x(48)
           value "*** PERIOD-END CLOSE - no running totals on hand".

       01 ws-con-year-end-msg.
           05 filler                           pic x(46)
               value "FISCAL YEAR-END CLOSE COMPLETE - FISCAL YEAR: ".
           05 ws-ye-fiscal-yy                  pic 99.

       01 ws-stmt-header.
           05 filler                           pic x(37)
               value "PERIOD-END STATEMENT - FISCAL PERIOD ".
           05 ws-sh-yy                         pic 99.
           05 filler                           pic x
               value "/".
           05 ws-sh-mm                         pic 99.

       01 ws-stmt-dates-line.
           05 filler                           pic x(14)
               value "PERIOD DATES: ".
           05 ws-sd-start-date                 pic 9(6).
           05 filler                           pic x(4)
               value " TO ".
           05 ws-sd-end-date                   pic 9(6).

       01 ws-ye-header.
           05 filler                           pic x(40)
               value "FISCAL YEAR-END STATEMENT - FISCAL YEAR ".
           05 ws-yh-fiscal-yy                  pic 99.

       01 ws-stmt-snl-line.
           05 filler                           pic x(5)
               value spaces.
           05 filler                           pic x(26)
               value "SALES & LAYAWAY QTY:      ".
           05 ws-st-snl-count                  pic zzz,zz9.
           05 filler                           pic x(10)
               value "  AMOUNT: ".
           05 ws-st-snl-amt                    pic $$$,$$$,$$9.99.

       01 ws-stmt-sales-line.
           05 filler                           pic x(5)
               value spaces.
           05 filler                           pic x(26)
               value "SALES QTY:                ".
           05 ws-st-s-count                    pic zzz,zz9.
           05 filler                           pic x(10)
               value "  AMOUNT: ".
           05 ws-st-s-amt                      pic $$$,$$$,$$9.99.

       01 ws-stmt-layaway-line.
           05 filler                           pic x(5)
               value spaces.
           05 filler                           pic x(26)
               value "LAYAWAY QTY:              ".
           05 ws-st-l-count                    pic zzz,zz9.
           05 filler                           pic x(10)
               value "  AMOUNT: ".
           05 ws-st-l-amt                      pic $$$,$$$,$$9.99.

       01 ws-stmt-returns-line.
           05 filler                           pic x(5)
               value spaces.
           05 filler                           pic x(26)
               value "RETURNS QTY:              ".
           05 ws-st-r-count                    pic zzz,zz9.
           05 filler                           pic x(10)
               value "  AMOUNT: ".
           05 ws-st-r-amt                      pic $$$,$$$,$$9.99.

       01 ws-stmt-tax-line.
           05 filler                           pic x(5)
               value spaces.
           05 filler                           pic x(26)
               value "TAX COLLECTED (S&L):      ".
           05 ws-st-tax-amt                    pic $$$,$$$,$$9.99.

       01 ws-stmt-ret-tax-line.
           05 filler                           pic x(5)
               value spaces.
           05 filler                           pic x(26)
               value "TAX REFUNDED (RETURNS):   ".
           05 ws-st-ret-tax-amt                pic $$$,$$$,$$9.99.

       01 ws-stmt-store-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(30)
               value "PERIOD BY STORE".

       01 ws-stmt-store-line.
           05 filler                           pic x(1)
               value " TAX:".
           05 ws-ss-tax-amt                    pic $zzz,zz9.99-.

      *Per-store period figures pulled from the two store-PTD files,
      *merged by store for the statement. Tax here is the net of
      *components collected on sales less components refunded on
      *returns.
           value 0.

       01 ws-stmt-note-line.
           05 filler                           pic x(45)
               value "PTD FIGURES RESET - NEXT PERIOD OPENS AT ZERO".

       01 ws-stmt-ye-note-line.
           05 filler                           pic x(54)
               value
               "LAST PERIOD OF FISCAL YEAR - YTD RESET WITH THIS CLOSE".

       01 ws-ye-note-line.
           05 filler                           pic x(50)
               value
               "YTD FIGURES RESET - NEXT FISCAL YEAR OPENS AT ZERO".

       procedure division.
       000-main.
           else

               perform 140-load-operator-master
               perform 120-load-fiscal-calendar
               perform 150-check-close-request

               if (return-code = 0) then
               end-if

               if (return-code = 0) then
                   perform 180-check-fiscal-year-end
                   perform 250-load-store-mtd-files
                   perform 300-write-statement
                   if (ws-fy-year-end-flag = "Y") then
                       perform 350-write-year-end-statement
                   end-if
                   perform 400-archive-month-files
                   perform 500-reset-mtd-figures
                   perform 600-record-close
           close run-lock-file.

      *Read each running-totals file, remembering which were on
      *hand. The close period is the last fiscal period the daily
      *chain posted into, taken from whichever file is present.
       100-load-running-totals.

           open input rt2-file.
               close rt4-file
           end-if.

      *The period being closed has to be stated by ops AND match the
      *period the running totals actually hold. A close fired after
      *the new period's first daily run (the rollover has already
      *re-zeroed PTD into the new period) is refused here instead of
      *silently freezing day-one figures as last period's statement.
       150-check-close-request.

           open input close-request-file.
           end-if
           end-if.

      *Merge the two per-store period-to-date files into one table
      *for the statement's by-store section, keeping only records
      *belonging to the period being closed.
       250-load-store-mtd-files.

           open input sl-store-mtd-file.

           end-if.

      *Refuse to close the same period twice - the frozen statement
      *and archives from the first close must not be overwritten.
       200-check-already-closed.


           end-if.

      *Freeze the period's figures into the dated statement. Company
      *period-to-date figures are what the running totals carry; the
      *by-store section comes from the per-store PTD files.
       300-write-statement.

           move spaces to ws-statement-file-name.
           move ws-close-yy to ws-sh-yy.
           move ws-close-mm to ws-sh-mm.
           write stmt-line from ws-stmt-header.

           if (ws-fy-period-start not = 0) then
               move ws-fy-period-start to ws-sd-start-date
               move ws-fy-period-end   to ws-sd-end-date
               write stmt-line from ws-stmt-dates-line
           end-if.

           write stmt-line from spaces.

           if (ws-rt2-present-flag = "Y") then
           write stmt-line from spaces.
           write stmt-line from ws-stmt-note-line.

           if (ws-fy-year-end-flag = "Y") then
               write stmt-line from ws-stmt-ye-note-line
           end-if.

           close statement-file.

      *One statement line per store with period activity - sales,
      *layaway, returns, and the period's net tax.
       310-write-one-store-line.

           move ws-stmt-tbl-store(ws-stmt-idx)   to ws-ss-store-num.

           write stmt-line from ws-stmt-store-line.

      *Freeze the fiscal year's YTD figures into the year-end
      *statement before the reset below zeroes them - the year's
      *closing totals, the same lines the period statement prints.
       350-write-year-end-statement.

           move spaces to ws-ye-statement-file-name.
           string "../../../data/fiscal-year-end-statement-"
                  ws-close-yy ".out"
               delimited by size
               into ws-ye-statement-file-name.

           open output year-end-file.

           move ws-close-yy to ws-yh-fiscal-yy.
           write ye-line from ws-ye-header.
           write ye-line from spaces.

           if (ws-rt2-present-flag = "Y") then
               move rt2-ytd-snl-count to ws-st-snl-count
               move rt2-ytd-snl-amt   to ws-st-snl-amt
               write ye-line from ws-stmt-snl-line
               move rt2-ytd-ret-count to ws-st-r-count
               move rt2-ytd-ret-amt   to ws-st-r-amt
               write ye-line from ws-stmt-returns-line
           end-if.

           if (ws-rt3-present-flag = "Y") then
               move rt3-ytd-s-count to ws-st-s-count
               move rt3-ytd-s-amt   to ws-st-s-amt
               write ye-line from ws-stmt-sales-line
               move rt3-ytd-l-count to ws-st-l-count
               move rt3-ytd-l-amt   to ws-st-l-amt
               write ye-line from ws-stmt-layaway-line
               move rt3-ytd-tax-amt to ws-st-tax-amt
               write ye-line from ws-stmt-tax-line
           end-if.

           if (ws-rt4-present-flag = "Y") then
               move rt4-ytd-tax-amt to ws-st-ret-tax-amt
               write ye-line from ws-stmt-ret-tax-line
           end-if.

           write ye-line from spaces.
           write ye-line from ws-ye-note-line.

           close year-end-file.

      *Copy each GL extract and exception file to its dated archive
      *name. A source that isn't on hand is simply skipped.
       400-archive-month-files.
           read archive-in-file
               at end move "Y" to ws-arc-eof-flag.

      *The controlled reset itself - PTD fields to zero, everything
      *else (last run id, last run period) carried forward. YTD is
      *carried too, except on the fiscal year-end close, where it is
      *zeroed with the PTD.
       500-reset-mtd-figures.

           if (ws-rt2-present-flag = "Y") then
               close rt2-file
               move 0 to rt2-mtd-snl-count rt2-mtd-snl-amt
               move 0 to rt2-mtd-ret-count rt2-mtd-ret-amt
               if (ws-fy-year-end-flag = "Y") then
                   move 0 to rt2-ytd-snl-count rt2-ytd-snl-amt
                   move 0 to rt2-ytd-ret-count rt2-ytd-ret-amt
               end-if
               open output rt2-file
               write rt2-record
               close rt2-file
               move 0 to rt3-mtd-s-count rt3-mtd-s-amt
               move 0 to rt3-mtd-l-count rt3-mtd-l-amt
               move 0 to rt3-mtd-tax-amt
               if (ws-fy-year-end-flag = "Y") then
                   move 0 to rt3-ytd-s-count rt3-ytd-s-amt
                   move 0 to rt3-ytd-l-count rt3-ytd-l-amt
                   move 0 to rt3-ytd-tax-amt
               end-if
               open output rt3-file
               write rt3-record
               close rt3-file
               close rt4-file
               move 0 to rt4-mtd-r-count rt4-mtd-r-amt
               move 0 to rt4-mtd-tax-amt
               if (ws-fy-year-end-flag = "Y") then
                   move 0 to rt4-ytd-r-count rt4-ytd-r-amt
                   move 0 to rt4-ytd-tax-amt
               end-if
               open output rt4-file
               write rt4-record
               close rt4-file
           end-if.

      *The per-store period files open the new period empty - the
      *daily programs rebuild them store by store as activity
      *arrives.
           if (ws-slmtd-status = "00") then
               close ret-store-mtd-file
           end-if.

      *Remember which period was closed, so a second run against the
      *same period is refused above.
       600-record-close.

           move ws-close-yy to ctl-closed-yy.
           move req-operator-id to ws-cm-operator-id.
           display ws-con-closed-msg.

           if (ws-fy-year-end-flag = "Y") then
               move ws-close-yy to ws-ye-fiscal-yy
               display ws-con-year-end-msg
           end-if.

      *Load the fiscal calendar into a table. A missing file leaves
      *the table empty and the year-end check falls back to period
      *twelve.
       120-load-fiscal-calendar.

           open input fiscal-calendar-file.

           if (ws-fcal-status = "00") then

               read fiscal-calendar-file
                   at end move "Y" to ws-fcal-eof-flag
               end-read

               perform 125-load-fiscal-calendar-entry
                   until ws-fcal-eof-flag = "Y"

               close fiscal-calendar-file

           end-if.

       125-load-fiscal-calendar-entry.

           if (ws-fcal-tbl-cnt < 400) then

               add 1 to ws-fcal-tbl-cnt
               set ws-fcal-idx to ws-fcal-tbl-cnt

               move fc-fiscal-yy-in
                   to ws-fcal-tbl-fiscal-yy(ws-fcal-idx)
               move fc-period-in     to ws-fcal-tbl-period(ws-fcal-idx)
               move fc-start-date-in
                   to ws-fcal-tbl-start-date(ws-fcal-idx)
               move fc-end-date-in
                   to ws-fcal-tbl-end-date(ws-fcal-idx)

           end-if.

           read fiscal-calendar-file
               at end move "Y" to ws-fcal-eof-flag.

      *Work out from the calendar the dates the closing period
      *covers and the last period of its fiscal year. Closing that
      *last period makes this the fiscal year-end close.
       180-check-fiscal-year-end.

           move 0 to ws-fy-last-period.
           move 0 to ws-fy-period-start.
           move 0 to ws-fy-period-end.

           perform 185-check-one-fiscal-entry
               varying ws-fcal-idx from 1 by 1
               until ws-fcal-idx > ws-fcal-tbl-cnt.

           if (ws-fy-last-period = 0) then
               move 12 to ws-fy-last-period
           end-if.

           if (ws-close-mm >= ws-fy-last-period) then
               move "Y" to ws-fy-year-end-flag
           else
               move "N" to ws-fy-year-end-flag
           end-if.

      *One calendar week - note the highest period seen for the
      *closing fiscal year, and widen the closing period's date
      *range when the week belongs to it.
       185-check-one-fiscal-entry.

           if (ws-fcal-tbl-fiscal-yy(ws-fcal-idx) = ws-close-yy) then

               if (ws-fcal-tbl-period(ws-fcal-idx)
                   > ws-fy-last-period) then
                   move ws-fcal-tbl-period(ws-fcal-idx)
                       to ws-fy-last-period
               end-if

               if (ws-fcal-tbl-period(ws-fcal-idx) = ws-close-mm) then

                   if (ws-fy-period-start = 0)
                       or (ws-fcal-tbl-start-date(ws-fcal-idx)
                           < ws-fy-period-start) then
                       move ws-fcal-tbl-start-date(ws-fcal-idx)
                           to ws-fy-period-start
                   end-if

                   if (ws-fcal-tbl-end-date(ws-fcal-idx)
                       > ws-fy-period-end) then
                       move ws-fcal-tbl-end-date(ws-fcal-idx)
                           to ws-fy-period-end
                   end-if

               end-if

           end-if.

      *Load the operator master into a table. A missing file means
      *no operator can authorize anything - every instruction is
      *refused, which is the safe failure for an audit control.
