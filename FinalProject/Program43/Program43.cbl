       identification division.
       program-id. Program43.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Vendor master maintenance - applies adds, changes
      *         and deactivations from a change-control file to
      *         vendor-master.dat (name, address, payment terms and
      *         lead time behind the vendor ids the SKU master
      *         already carries) with validation, rejects listed
      *         with reasons, and an audit log, the same
      *         controlled-maintenance pattern Program17 and
      *         Program30 gave the store and SKU masters.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The vendor master being maintained - the purchase-order run
      *and the chargeback claims read it.
           select vendor-master-file
               assign to "../../../data/vendor-master.dat"
               organization is line sequential
               file status is ws-vndmst-status.

      *Change-control file - ops drops one line per change: the
      *action (A add, C change, X deactivate), the vendor id, the
      *fields the action needs and the operator submitting it. On
      *a change, a blank field leaves that field as it was. The
      *file is emptied once applied, the same
      *truncate-after-consuming pattern the other control files
      *use.
           select vendor-change-file
               assign to "../../../data/vendor-changes.dat"
               organization is line sequential
               file status is ws-chg-status.

      *Audit log - one line per applied (or rejected) change,
      *appended forever, like sku-master-audit.log.
           select audit-log-file
               assign to "../../../data/vendor-master-audit.log"
               organization is line sequential
               file status is ws-audit-status.

      *Operator master reference file - who may drop instructions
      *in the control files, and at what authorization level (1
      *clerk, 2 supervisor, 3 manager). An instruction from an
      *unknown or under-authorized operator is refused and logged.
           select operator-master-file
               assign to
               "../../../../Program1/data/operator-master.dat"
               organization is line sequential
               file status is ws-opmst-status.

      *Chain run-lock control file - this program rewrites the
      *vendor master the purchase-order step loads mid-flight, so
      *it takes the same lock the chain programs do. The operator
      *override is chain-lock-override.dat.
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

      *Define the vendor master record. Status A is active; I is a
      *vendor we no longer buy from, kept on file so the old POs
      *and claims that name it still resolve.
       fd vendor-master-file
           data record is vm-record
           record contains 90 characters.

       01 vm-record.
           05 vm-vendor-id                     pic x(5).
           05 vm-vendor-name                   pic x(25).
           05 vm-address                       pic x(25).
           05 vm-city                          pic x(15).
           05 vm-province                      pic xx.
           05 vm-postal-code                   pic x(6).
           05 vm-terms                         pic x(8).
           05 vm-lead-days                     pic 9(3).
           05 vm-status                        pic x.

      *Define the change-control record.
       fd vendor-change-file
           data record is chg-record
           record contains 94 characters.

       01 chg-record.
           05 chg-action                       pic x.
           05 chg-vendor-id                    pic x(5).
           05 chg-vendor-name                  pic x(25).
           05 chg-address                      pic x(25).
           05 chg-city                         pic x(15).
           05 chg-province                     pic xx.
           05 chg-postal-code                  pic x(6).
           05 chg-terms                        pic x(8).
           05 chg-lead-days                    pic x(3).
           05 chg-operator-id                  pic x(4).

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

       77 ws-vndmst-status                     pic xx
           value "00".
       77 ws-chg-status                        pic xx
           value "00".
       77 ws-audit-status                      pic xx
           value "00".
       77 ws-opmst-status                      pic xx
           value "00".

       77 ws-vndmst-eof-flag                   pic x
           value "N".
       77 ws-chg-eof-flag                      pic x
           value "N".
       77 ws-op-eof-flag                       pic x
           value "N".

      *Remembers whether the change file was on hand at open time -
      *the file status itself moves to "10" at end-of-file, so it
      *can't answer that question later.
       77 ws-chg-present-flag                  pic x
           value "N".

       77 ws-cnt-applied                       pic 9(3)
           value 0.
       77 ws-cnt-rejected                      pic 9(3)
           value 0.

      *The run's own date and time, stamped on every audit line.
      *This program runs ad hoc, outside the batch chain, so it
      *takes its stamp from the system instead of run-id.dat.
       77 ws-run-date                          pic 9(6)
           value 0.
       77 ws-run-time                          pic 9(8)
           value 0.

      *The authorization level this program's instructions need.
       77 ws-con-required-level                pic 9
           value 2.

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

      *In-memory copy of the vendor master - loaded, updated from
      *the change file, and written back out.
       01 ws-vnd-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-vnd-tbl.
           05 ws-vnd-tbl-entry                 occurs 1 to 1000 times
                   depending on ws-vnd-tbl-cnt
                   indexed by ws-vnd-idx.
               10 ws-vnd-tbl-id                 pic x(5).
               10 ws-vnd-tbl-name               pic x(25).
               10 ws-vnd-tbl-address            pic x(25).
               10 ws-vnd-tbl-city               pic x(15).
               10 ws-vnd-tbl-province           pic xx.
               10 ws-vnd-tbl-postal-code        pic x(6).
               10 ws-vnd-tbl-terms              pic x(8).
               10 ws-vnd-tbl-lead-days          pic 9(3).
               10 ws-vnd-tbl-status             pic x.

       77 ws-vnd-check-id                      pic x(5)
           value spaces.
       77 ws-vnd-found-flag                    pic x
           value "N".
       77 ws-vnd-match-idx                     pic 9(4)
           value 0.

       01 ws-audit-header.
           05 filler                           pic x(26)
               value "VENDOR MASTER MAINTENANCE ".
           05 ws-ah-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ah-run-time                   pic 9(8).

       01 ws-audit-applied-line.
           05 ws-aa-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(8)
               value "VENDOR: ".
           05 ws-aa-vendor-id                  pic x(5).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-action-name                pic x(11).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-vendor-name                pic x(25).
           05 filler                           pic x(8)
               value "  TERMS ".
           05 ws-aa-terms                      pic x(8).
           05 filler                           pic x(7)
               value "  LEAD ".
           05 ws-aa-lead-days                  pic zz9.
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-aa-operator-id                pic x(4).

       01 ws-con-action-names.
           05 ws-con-act-added                 pic x(11)
               value "ADDED".
           05 ws-con-act-changed               pic x(11)
               value "CHANGED".
           05 ws-con-act-inactive              pic x(11)
               value "DEACTIVATED".

       01 ws-audit-rejected-line.
           05 ws-ar-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(8)
               value "VENDOR: ".
           05 ws-ar-vendor-id                  pic x(5).
           05 filler                           pic x(12)
               value "  REJECTED: ".
           05 ws-ar-reason                     pic x(30).
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-ar-operator-id                pic x(4).

       01 ws-audit-trailer-line.
           05 filler                           pic x(18)
               value "CHANGES APPLIED: ".
           05 ws-at-applied-count              pic zz9.
           05 filler                           pic x(13)
               value "  REJECTED: ".
           05 ws-at-rejected-count             pic zz9.

       procedure division.
       000-main.

           accept ws-run-date from date.
           accept ws-run-time from time.

           perform 050-acquire-run-lock.

           if (ws-lock-denied-flag = "Y") then
               goback
           end-if.

           perform 100-open-files.
           perform 150-load-operator-master.
           perform 200-apply-changes
               until ws-chg-eof-flag = "Y".
           perform 600-rewrite-vendor-master.
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

               move "PROGRAM43 "       to lk-program-id
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

      *Load the vendor master, open the audit log for append, and
      *read the first change. No change file just means nothing to
      *do today.
       100-open-files.

           perform 110-load-vendor-master.

           open extend audit-log-file.

           if (ws-audit-status not = "00") then
               open output audit-log-file
           end-if.

           move ws-run-date to ws-ah-run-date.
           move ws-run-time to ws-ah-run-time.
           write audit-line from ws-audit-header.

           open input vendor-change-file.

           if (ws-chg-status = "00") then

               move "Y" to ws-chg-present-flag

               read vendor-change-file
                   at end move "Y" to ws-chg-eof-flag
               end-read

           else

               move "Y" to ws-chg-eof-flag

           end-if.

      *Load the vendor master into a table to be updated in place.
      *A missing file is the first run ever - the adds build it.
       110-load-vendor-master.

           open input vendor-master-file.

           if (ws-vndmst-status = "00") then

               read vendor-master-file
                   at end move "Y" to ws-vndmst-eof-flag
               end-read

               perform 120-load-vendor-entry
                   until ws-vndmst-eof-flag = "Y"

               close vendor-master-file

           end-if.

      *Add one vendor master entry to the in-memory table.
       120-load-vendor-entry.

           add 1 to ws-vnd-tbl-cnt.
           set ws-vnd-idx to ws-vnd-tbl-cnt.

           move vm-vendor-id    to ws-vnd-tbl-id(ws-vnd-idx).
           move vm-vendor-name  to ws-vnd-tbl-name(ws-vnd-idx).
           move vm-address      to ws-vnd-tbl-address(ws-vnd-idx).
           move vm-city         to ws-vnd-tbl-city(ws-vnd-idx).
           move vm-province     to ws-vnd-tbl-province(ws-vnd-idx).
           move vm-postal-code  to ws-vnd-tbl-postal-code(ws-vnd-idx).
           move vm-terms        to ws-vnd-tbl-terms(ws-vnd-idx).
           move vm-lead-days    to ws-vnd-tbl-lead-days(ws-vnd-idx).
           move vm-status       to ws-vnd-tbl-status(ws-vnd-idx).

           read vendor-master-file
               at end move "Y" to ws-vndmst-eof-flag.

      *Load the operator master into a table. A missing file means
      *no operator can authorize anything - every instruction is
      *refused, which is the safe failure for an audit control.
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

      *Apply one change - the operator has to hold supervisor
      *authority and the action routes it. Anything malformed is
      *logged as rejected and skipped, so the master is never
      *half-updated.
       200-apply-changes.

           move chg-operator-id to ws-ar-operator-id.
           move chg-operator-id to ws-aa-operator-id.

           perform 205-check-change-operator.

           if (ws-op-authorized-flag not = "Y") then

               move "OPERATOR NOT AUTHORIZED" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-vendor-id = spaces) then

               move "VENDOR ID IS BLANK" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-action = "A") then

               perform 400-apply-add

           else
           if (chg-action = "C") then

               perform 410-apply-change

           else
           if (chg-action = "X") then

               perform 430-apply-deactivate

           else

               move "ACTION NOT A, C OR X" to ws-ar-reason
               perform 390-reject-change

           end-if
           end-if
           end-if
           end-if
           end-if.

           read vendor-change-file
               at end move "Y" to ws-chg-eof-flag.

      *The change only stands when the operator who submitted it
      *is on the operator master with supervisor authority or
      *better.
       205-check-change-operator.

           move "N" to ws-op-authorized-flag.

           if (chg-operator-id is numeric) then

               move chg-operator-id to ws-op-check-num
               perform 550-check-operator-authority

           end-if.

       390-reject-change.

           move ws-run-date   to ws-ar-run-date.
           move chg-vendor-id to ws-ar-vendor-id.
           write audit-line from ws-audit-rejected-line.
           add 1 to ws-cnt-rejected.

      *A new vendor needs an id not already on the master, a name,
      *and a numeric lead time.
       400-apply-add.

           move chg-vendor-id to ws-vnd-check-id.
           perform 500-search-vendor-table.

           if (ws-vnd-found-flag = "Y") then

               move "VENDOR ALREADY ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-vendor-name = spaces) then

               move "VENDOR NAME IS BLANK" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-lead-days is not numeric) then

               move "LEAD TIME NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else

               add 1 to ws-vnd-tbl-cnt
               set ws-vnd-idx to ws-vnd-tbl-cnt
               move chg-vendor-id   to ws-vnd-tbl-id(ws-vnd-idx)
               move chg-vendor-name to ws-vnd-tbl-name(ws-vnd-idx)
               move chg-address     to ws-vnd-tbl-address(ws-vnd-idx)
               move chg-city        to ws-vnd-tbl-city(ws-vnd-idx)
               move chg-province
                   to ws-vnd-tbl-province(ws-vnd-idx)
               move chg-postal-code
                   to ws-vnd-tbl-postal-code(ws-vnd-idx)
               move chg-terms       to ws-vnd-tbl-terms(ws-vnd-idx)
               move chg-lead-days
                   to ws-vnd-tbl-lead-days(ws-vnd-idx)
               move "A"             to ws-vnd-tbl-status(ws-vnd-idx)

               set ws-vnd-match-idx to ws-vnd-idx
               move ws-con-act-added to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if
           end-if.

      *A change needs its vendor on the master. Each non-blank
      *field in the change replaces the one on file; a blank one
      *leaves it alone. A change to an inactive vendor puts it
      *back in use.
       410-apply-change.

           move chg-vendor-id to ws-vnd-check-id.
           perform 500-search-vendor-table.

           if (ws-vnd-found-flag = "N") then

               move "VENDOR NOT ON VENDOR MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-lead-days not = spaces)
               and (chg-lead-days is not numeric) then

               move "LEAD TIME NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else

               perform 420-replace-changed-fields

               move "A" to ws-vnd-tbl-status(ws-vnd-match-idx)

               move ws-con-act-changed to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if.

       420-replace-changed-fields.

           if (chg-vendor-name not = spaces) then
               move chg-vendor-name
                   to ws-vnd-tbl-name(ws-vnd-match-idx)
           end-if.

           if (chg-address not = spaces) then
               move chg-address
                   to ws-vnd-tbl-address(ws-vnd-match-idx)
           end-if.

           if (chg-city not = spaces) then
               move chg-city to ws-vnd-tbl-city(ws-vnd-match-idx)
           end-if.

           if (chg-province not = spaces) then
               move chg-province
                   to ws-vnd-tbl-province(ws-vnd-match-idx)
           end-if.

           if (chg-postal-code not = spaces) then
               move chg-postal-code
                   to ws-vnd-tbl-postal-code(ws-vnd-match-idx)
           end-if.

           if (chg-terms not = spaces) then
               move chg-terms to ws-vnd-tbl-terms(ws-vnd-match-idx)
           end-if.

           if (chg-lead-days not = spaces) then
               move chg-lead-days
                   to ws-vnd-tbl-lead-days(ws-vnd-match-idx)
           end-if.

      *A deactivation needs its vendor on the master. The record
      *stays on file marked inactive - the purchase-order run stops
      *ordering from it, but its old POs and claims still resolve.
       430-apply-deactivate.

           move chg-vendor-id to ws-vnd-check-id.
           perform 500-search-vendor-table.

           if (ws-vnd-found-flag = "N") then

               move "VENDOR NOT ON VENDOR MASTER" to ws-ar-reason
               perform 390-reject-change

           else

               move "I" to ws-vnd-tbl-status(ws-vnd-match-idx)

               move ws-con-act-inactive to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if.

      *One audit line per applied change, showing the vendor as it
      *now stands.
       450-write-applied-audit-line.

           move ws-run-date to ws-aa-run-date.
           move ws-vnd-tbl-id(ws-vnd-match-idx)   to ws-aa-vendor-id.
           move ws-vnd-tbl-name(ws-vnd-match-idx)
               to ws-aa-vendor-name.
           move ws-vnd-tbl-terms(ws-vnd-match-idx) to ws-aa-terms.
           move ws-vnd-tbl-lead-days(ws-vnd-match-idx)
               to ws-aa-lead-days.

           write audit-line from ws-audit-applied-line.
           add 1 to ws-cnt-applied.

      *Search the vendor table for ws-vnd-check-id.
       500-search-vendor-table.

           move "N" to ws-vnd-found-flag.

           perform 510-compare-vendor-entry
               varying ws-vnd-idx from 1 by 1
               until ws-vnd-idx > ws-vnd-tbl-cnt
                   or ws-vnd-found-flag = "Y".

      *Compare one vendor entry to ws-vnd-check-id, remembering
      *where the match sits - the perform varying above leaves
      *ws-vnd-idx one past it by the time the loop stops.
       510-compare-vendor-entry.

           if (ws-vnd-check-id = ws-vnd-tbl-id(ws-vnd-idx)) then

               move "Y" to ws-vnd-found-flag
               set ws-vnd-match-idx to ws-vnd-idx

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
      *where the match sits - the perform varying above leaves
      *ws-op-idx one past it by the time the loop stops.
       560-compare-operator-entry.

           if (ws-op-check-num = ws-op-tbl-num(ws-op-idx)) then

               move "Y" to ws-op-found-flag
               set ws-op-match-idx to ws-op-idx

           end-if.

      *Write the updated master back out.
       600-rewrite-vendor-master.

           open output vendor-master-file.

           perform 610-write-one-vendor-entry
               varying ws-vnd-idx from 1 by 1
               until ws-vnd-idx > ws-vnd-tbl-cnt.

           close vendor-master-file.

       610-write-one-vendor-entry.

           move ws-vnd-tbl-id(ws-vnd-idx)          to vm-vendor-id.
           move ws-vnd-tbl-name(ws-vnd-idx)        to vm-vendor-name.
           move ws-vnd-tbl-address(ws-vnd-idx)     to vm-address.
           move ws-vnd-tbl-city(ws-vnd-idx)        to vm-city.
           move ws-vnd-tbl-province(ws-vnd-idx)    to vm-province.
           move ws-vnd-tbl-postal-code(ws-vnd-idx) to vm-postal-code.
           move ws-vnd-tbl-terms(ws-vnd-idx)       to vm-terms.
           move ws-vnd-tbl-lead-days(ws-vnd-idx)   to vm-lead-days.
           move ws-vnd-tbl-status(ws-vnd-idx)      to vm-status.

           write vm-record.

      *Log the run totals, then empty the change file so the same
      *changes aren't applied twice.
       700-write-audit-trailer.

           move ws-cnt-applied  to ws-at-applied-count.
           move ws-cnt-rejected to ws-at-rejected-count.
           write audit-line from ws-audit-trailer-line.

           if (ws-chg-present-flag = "Y") then
               close vendor-change-file
               open output vendor-change-file
               close vendor-change-file
           end-if.

      *Close the used files.
       999-close-files.

           close audit-log-file.

       end program Program43.
