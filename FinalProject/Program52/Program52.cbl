       identification division.
       program-id. Program52.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Employee master maintenance - applies hires,
      *         changes, terminations, rehires and store transfers
      *         from a change-control file to employee-master.dat
      *         with validation, rejects listed with reasons, and
      *         an audit log, the same controlled-maintenance
      *         pattern Program43 and Program46 gave the vendor and
      *         customer masters. Program1 rejects a sale rung on an
      *         id that wasn't employed on the transaction date, or
      *         rung away from the cashier's home store with no
      *         transfer on file, so the dates kept here are what
      *         stops a terminated employee's id being used.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The employee master being maintained - Program1 validates
      *cashier ids against it and the commission, productivity and
      *refund-pattern reports name cashiers from it.
           select employee-master-file
               assign to
               "../../../../Program1/data/employee-master.dat"
               organization is line sequential
               file status is ws-empmst-status.

      *Change-control file - ops drops one line per change: the
      *action (A hire, C change, X terminate, R rehire, T transfer),
      *the employee number, the fields the action needs and the
      *operator submitting it. On a change, a blank field leaves
      *that field as it was. The file is emptied once applied, the
      *same truncate-after-consuming pattern the other control
      *files use.
           select employee-change-file
               assign to "../../../data/employee-changes.dat"
               organization is line sequential
               file status is ws-chg-status.

      *Audit log - one line per applied (or rejected) change,
      *appended forever, like vendor-master-audit.log. Loss
      *prevention reads it to see who was active where and when.
           select audit-log-file
               assign to "../../../data/employee-master-audit.log"
               organization is line sequential
               file status is ws-audit-status.

      *Store master - a home store or transfer store has to be a
      *store we have.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

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
      *employee master Program1 loads mid-flight, so it takes the
      *same lock the chain programs do. The operator override is
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

      *Define the employee master record. A zero termination date
      *means still employed; the termination date is the first day
      *the id is no longer good. A home store of 00 is a floater,
      *good at any store. The transfer store and dates let an
      *employee ring at one other store for a while - a zero
      *transfer end date means the transfer is open-ended, a zero
      *transfer store means no transfer.
       fd employee-master-file
           data record is em-record
           record contains 54 characters.

       01 em-record.
           05 em-emp-num                       pic 9(4).
           05 em-emp-name                      pic x(20).
           05 em-hire-date                     pic 9(6).
           05 em-term-date                     pic 9(6).
           05 em-home-store                    pic 99.
           05 em-role                          pic xx.
           05 em-xfer-store                    pic 99.
           05 em-xfer-from                     pic 9(6).
           05 em-xfer-to                       pic 9(6).

      *Define the change-control record. The two dates mean
      *different things by action: the hire date on A, C and R,
      *the termination date on X, and the transfer start and end
      *dates on T. The store is the home store on A, C and R and
      *the store transferred to on T - a blank or 00 store on T
      *ends the transfer on file.
       fd employee-change-file
           data record is chg-record
           record contains 45 characters.

       01 chg-record.
           05 chg-action                       pic x.
           05 chg-emp-num                      pic x(4).
           05 chg-emp-name                     pic x(20).
           05 chg-date-1                       pic x(6).
           05 chg-date-2                       pic x(6).
           05 chg-store                        pic x(2).
           05 chg-role                         pic x(2).
           05 chg-operator-id                  pic x(4).

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

       77 ws-empmst-status                     pic xx
           value "00".
       77 ws-chg-status                        pic xx
           value "00".
       77 ws-audit-status                      pic xx
           value "00".
       77 ws-strmst-status                     pic xx
           value "00".
       77 ws-opmst-status                      pic xx
           value "00".

       77 ws-empmst-eof-flag                   pic x
           value "N".
       77 ws-chg-eof-flag                      pic x
           value "N".
       77 ws-store-eof-flag                    pic x
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

      *The authorization level this program's instructions need -
      *hiring and firing is a manager's call.
       77 ws-con-required-level                pic 9
           value 3.

      *The roles an employee can hold - cashier, supervisor,
      *manager, and the system ids (the web order system) that ring
      *transactions with no person at a register.
       01 ws-con-roles.
           05 ws-con-role-cashier              pic xx
               value "CS".
           05 ws-con-role-supervisor           pic xx
               value "SV".
           05 ws-con-role-manager              pic xx
               value "MG".
           05 ws-con-role-system               pic xx
               value "SY".

      *The outcome of validating a change's store and role fields.
       77 ws-field-error-flag                  pic x
           value "N".

      *Numeric views of the change's dates and store once they have
      *been checked.
       77 ws-chg-date-1-num                    pic 9(6)
           value 0.
       77 ws-chg-date-2-num                    pic 9(6)
           value 0.
       77 ws-chg-store-num                     pic 99
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

      *In-memory list of store numbers, for checking home and
      *transfer stores.
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

      *In-memory copy of the employee master - loaded, updated from
      *the change file, and written back out.
       01 ws-emp-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-emp-tbl.
           05 ws-emp-tbl-entry                 occurs 1 to 2000 times
                   depending on ws-emp-tbl-cnt
                   indexed by ws-emp-idx.
               10 ws-emp-tbl-num                pic 9(4).
               10 ws-emp-tbl-name               pic x(20).
               10 ws-emp-tbl-hire-date          pic 9(6).
               10 ws-emp-tbl-term-date          pic 9(6).
               10 ws-emp-tbl-home-store         pic 99.
               10 ws-emp-tbl-role               pic xx.
               10 ws-emp-tbl-xfer-store         pic 99.
               10 ws-emp-tbl-xfer-from          pic 9(6).
               10 ws-emp-tbl-xfer-to            pic 9(6).

       77 ws-emp-check-num                     pic 9(4)
           value 0.
       77 ws-emp-found-flag                    pic x
           value "N".
       77 ws-emp-match-idx                     pic 9(4)
           value 0.

       01 ws-audit-header.
           05 filler                           pic x(28)
               value "EMPLOYEE MASTER MAINTENANCE ".
           05 ws-ah-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ah-run-time                   pic 9(8).

       01 ws-audit-applied-line.
           05 ws-aa-run-date                   pic 9(6).
           05 filler                           pic x(7)
               value "  EMP: ".
           05 ws-aa-emp-num                    pic 9(4).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-action-name                pic x(11).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-emp-name                   pic x(20).
           05 filler                           pic x(6)
               value " HOME ".
           05 ws-aa-home-store                 pic 99.
           05 filler                           pic x
               value space.
           05 ws-aa-role                       pic xx.
           05 filler                           pic x(7)
               value " HIRED ".
           05 ws-aa-hire-date                  pic 9(6).
           05 filler                           pic x(6)
               value " TERM ".
           05 ws-aa-term-date                  pic 9(6).
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-aa-operator-id                pic x(4).

      *A transfer is logged with the store and dates it covers
      *rather than the employee's standing details.
       01 ws-audit-transfer-line.
           05 ws-ax-run-date                   pic 9(6).
           05 filler                           pic x(7)
               value "  EMP: ".
           05 ws-ax-emp-num                    pic 9(4).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ax-action-name                pic x(11).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ax-emp-name                   pic x(20).
           05 filler                           pic x(10)
               value " TO STORE ".
           05 ws-ax-xfer-store                 pic 99.
           05 filler                           pic x(6)
               value " FROM ".
           05 ws-ax-xfer-from                  pic 9(6).
           05 filler                           pic x(6)
               value " THRU ".
           05 ws-ax-xfer-to                    pic 9(6).
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-ax-operator-id                pic x(4).

       01 ws-con-action-names.
           05 ws-con-act-hired                 pic x(11)
               value "HIRED".
           05 ws-con-act-changed               pic x(11)
               value "CHANGED".
           05 ws-con-act-terminated            pic x(11)
               value "TERMINATED".
           05 ws-con-act-rehired               pic x(11)
               value "REHIRED".
           05 ws-con-act-transferred           pic x(11)
               value "TRANSFERRED".
           05 ws-con-act-xfer-ended            pic x(11)
               value "XFER ENDED".

       01 ws-audit-rejected-line.
           05 ws-ar-run-date                   pic 9(6).
           05 filler                           pic x(7)
               value "  EMP: ".
           05 ws-ar-emp-num                    pic x(4).
           05 filler                           pic x(12)
               value "  REJECTED: ".
           05 ws-ar-reason                     pic x(32).
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
           perform 130-load-store-master.
           perform 150-load-operator-master.
           perform 200-apply-changes
               until ws-chg-eof-flag = "Y".
           perform 600-rewrite-employee-master.
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

               move "PROGRAM52 "       to lk-program-id
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

      *Load the employee master, open the audit log for append, and
      *read the first change. No change file just means nothing to
      *do today.
       100-open-files.

           perform 110-load-employee-master.

           open extend audit-log-file.

           if (ws-audit-status not = "00") then
               open output audit-log-file
           end-if.

           move ws-run-date to ws-ah-run-date.
           move ws-run-time to ws-ah-run-time.
           write audit-line from ws-audit-header.

           open input employee-change-file.

           if (ws-chg-status = "00") then

               move "Y" to ws-chg-present-flag

               read employee-change-file
                   at end move "Y" to ws-chg-eof-flag
               end-read

           else

               move "Y" to ws-chg-eof-flag

           end-if.

      *Load the employee master into a table to be updated in
      *place. A missing file is the first run ever - the hires
      *build it.
       110-load-employee-master.

           open input employee-master-file.

           if (ws-empmst-status = "00") then

               read employee-master-file
                   at end move "Y" to ws-empmst-eof-flag
               end-read

               perform 120-load-employee-entry
                   until ws-empmst-eof-flag = "Y"

               close employee-master-file

           end-if.

      *Add one employee master entry to the in-memory table.
       120-load-employee-entry.

           add 1 to ws-emp-tbl-cnt.
           set ws-emp-idx to ws-emp-tbl-cnt.

           move em-emp-num      to ws-emp-tbl-num(ws-emp-idx).
           move em-emp-name     to ws-emp-tbl-name(ws-emp-idx).
           move em-hire-date    to ws-emp-tbl-hire-date(ws-emp-idx).
           move em-term-date    to ws-emp-tbl-term-date(ws-emp-idx).
           move em-home-store   to ws-emp-tbl-home-store(ws-emp-idx).
           move em-role         to ws-emp-tbl-role(ws-emp-idx).
           move em-xfer-store   to ws-emp-tbl-xfer-store(ws-emp-idx).
           move em-xfer-from    to ws-emp-tbl-xfer-from(ws-emp-idx).
           move em-xfer-to      to ws-emp-tbl-xfer-to(ws-emp-idx).

           read employee-master-file
               at end move "Y" to ws-empmst-eof-flag.

      *Load the store numbers. A missing store master leaves the
      *table empty, and then no home or transfer store can be
      *confirmed - changes naming one are refused rather than let
      *an employee be tied to a store nobody can check.
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

      *Apply one change - the operator has to hold manager
      *authority and the action routes it. Anything malformed is
      *logged as rejected and skipped, so the master is never
      *half-updated.
       200-apply-changes.

           move chg-operator-id to ws-ar-operator-id.
           move chg-operator-id to ws-aa-operator-id.
           move chg-operator-id to ws-ax-operator-id.

           perform 205-check-change-operator.

           if (ws-op-authorized-flag not = "Y") then

               move "OPERATOR NOT AUTHORIZED" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-emp-num is not numeric) then

               move "EMPLOYEE NUMBER NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-action = "A") then

               perform 400-apply-hire

           else
           if (chg-action = "C") then

               perform 410-apply-change

           else
           if (chg-action = "X") then

               perform 430-apply-termination

           else
           if (chg-action = "R") then

               perform 440-apply-rehire

           else
           if (chg-action = "T") then

               perform 460-apply-transfer

           else

               move "ACTION NOT A, C, X, R OR T" to ws-ar-reason
               perform 390-reject-change

           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           read employee-change-file
               at end move "Y" to ws-chg-eof-flag.

      *The change only stands when the operator who submitted it
      *is on the operator master with manager authority.
       205-check-change-operator.

           move "N" to ws-op-authorized-flag.

           if (chg-operator-id is numeric) then

               move chg-operator-id to ws-op-check-num
               perform 550-check-operator-authority

           end-if.

      *Check the home store and role a hire, change or rehire
      *carries - each one blank (left as it was) or valid. A home
      *store of 00 makes a floater and needs no store master entry.
      *The reason for a failure lands in ws-ar-reason.
       210-check-store-and-role.

           move "N" to ws-field-error-flag.

           if (chg-store not = spaces) then

               if (chg-store is not numeric) then

                   move "Y" to ws-field-error-flag
                   move "HOME STORE NOT NUMERIC" to ws-ar-reason

               else

                   move chg-store to ws-chg-store-num

                   if (ws-chg-store-num > 0) then

                       move ws-chg-store-num to ws-store-check-num
                       perform 520-search-store-table

                       if (ws-store-found-flag not = "Y") then
                           move "Y" to ws-field-error-flag
                           move "HOME STORE NOT ON STORE MASTER"
                               to ws-ar-reason
                       end-if

                   end-if

               end-if

           end-if.

           if (ws-field-error-flag not = "Y")
               and (chg-role not = spaces)
               and (chg-role not = ws-con-role-cashier)
               and (chg-role not = ws-con-role-supervisor)
               and (chg-role not = ws-con-role-manager)
               and (chg-role not = ws-con-role-system) then

               move "Y" to ws-field-error-flag
               move "ROLE NOT CS, SV, MG OR SY" to ws-ar-reason

           end-if.

       390-reject-change.

           move ws-run-date to ws-ar-run-date.
           move chg-emp-num to ws-ar-emp-num.
           write audit-line from ws-audit-rejected-line.
           add 1 to ws-cnt-rejected.

      *A hire needs an employee number not already on the master,
      *a name, a hire date, a home store and a role.
       400-apply-hire.

           move chg-emp-num to ws-emp-check-num.
           perform 500-search-employee-table.

           perform 210-check-store-and-role.

           if (ws-emp-found-flag = "Y") then

               move "EMPLOYEE ALREADY ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-emp-name = spaces) then

               move "EMPLOYEE NAME IS BLANK" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-date-1 is not numeric)
               or (chg-date-1 = "000000") then

               move "HIRE DATE MISSING OR NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-store = spaces) or (chg-role = spaces) then

               move "HOME STORE AND ROLE ARE NEEDED" to ws-ar-reason
               perform 390-reject-change

           else
           if (ws-field-error-flag = "Y") then

               perform 390-reject-change

           else

               add 1 to ws-emp-tbl-cnt
               set ws-emp-idx to ws-emp-tbl-cnt
               move chg-emp-num  to ws-emp-tbl-num(ws-emp-idx)
               move chg-emp-name to ws-emp-tbl-name(ws-emp-idx)
               move chg-date-1   to ws-emp-tbl-hire-date(ws-emp-idx)
               move 0            to ws-emp-tbl-term-date(ws-emp-idx)
               move chg-store    to ws-emp-tbl-home-store(ws-emp-idx)
               move chg-role     to ws-emp-tbl-role(ws-emp-idx)
               move 0            to ws-emp-tbl-xfer-store(ws-emp-idx)
               move 0            to ws-emp-tbl-xfer-from(ws-emp-idx)
               move 0            to ws-emp-tbl-xfer-to(ws-emp-idx)

               set ws-emp-match-idx to ws-emp-idx
               move ws-con-act-hired to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if
           end-if
           end-if
           end-if.

      *A change needs its employee on the master. Each non-blank
      *field in the change replaces the one on file; a blank one
      *leaves it alone. A termination date can't be changed here -
      *that's what X and R are for, so each one is logged as such.
       410-apply-change.

           move chg-emp-num to ws-emp-check-num.
           perform 500-search-employee-table.

           perform 210-check-store-and-role.

           if (ws-emp-found-flag = "N") then

               move "EMPLOYEE NOT ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-date-1 not = spaces)
               and ((chg-date-1 is not numeric)
                   or (chg-date-1 = "000000")) then

               move "HIRE DATE NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else
           if (ws-field-error-flag = "Y") then

               perform 390-reject-change

           else

               perform 420-replace-changed-fields

               move ws-con-act-changed to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if
           end-if.

       420-replace-changed-fields.

           if (chg-emp-name not = spaces) then
               move chg-emp-name
                   to ws-emp-tbl-name(ws-emp-match-idx)
           end-if.

           if (chg-date-1 not = spaces) then
               move chg-date-1
                   to ws-emp-tbl-hire-date(ws-emp-match-idx)
           end-if.

           if (chg-store not = spaces) then
               move chg-store
                   to ws-emp-tbl-home-store(ws-emp-match-idx)
           end-if.

           if (chg-role not = spaces) then
               move chg-role to ws-emp-tbl-role(ws-emp-match-idx)
           end-if.

      *A termination needs its employee on the master and still
      *employed, and a termination date no earlier than the hire
      *date. The record stays on file - the reports still name the
      *cashier on old transactions - but Program1 stops accepting
      *the id from the termination date on.
       430-apply-termination.

           move chg-emp-num to ws-emp-check-num.
           perform 500-search-employee-table.

           if (ws-emp-found-flag = "N") then

               move "EMPLOYEE NOT ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (ws-emp-tbl-term-date(ws-emp-match-idx) > 0) then

               move "EMPLOYEE ALREADY TERMINATED" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-date-1 is not numeric)
               or (chg-date-1 = "000000") then

               move "TERM DATE MISSING OR NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else

               move chg-date-1 to ws-chg-date-1-num

               if (ws-chg-date-1-num <
                   ws-emp-tbl-hire-date(ws-emp-match-idx)) then

                   move "TERM DATE BEFORE HIRE DATE" to ws-ar-reason
                   perform 390-reject-change

               else

                   move ws-chg-date-1-num
                       to ws-emp-tbl-term-date(ws-emp-match-idx)

                   move ws-con-act-terminated to ws-aa-action-name
                   perform 450-write-applied-audit-line

               end-if

           end-if
           end-if
           end-if.

      *A rehire needs its employee on the master and terminated,
      *and a new hire date on or after the termination. The
      *termination and any old transfer are cleared; the home
      *store and role can be changed at the same time.
       440-apply-rehire.

           move chg-emp-num to ws-emp-check-num.
           perform 500-search-employee-table.

           perform 210-check-store-and-role.

           if (ws-emp-found-flag = "N") then

               move "EMPLOYEE NOT ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (ws-emp-tbl-term-date(ws-emp-match-idx) = 0) then

               move "EMPLOYEE IS NOT TERMINATED" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-date-1 is not numeric)
               or (chg-date-1 = "000000") then

               move "HIRE DATE MISSING OR NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else
           if (ws-field-error-flag = "Y") then

               perform 390-reject-change

           else

               move chg-date-1 to ws-chg-date-1-num

               if (ws-chg-date-1-num <
                   ws-emp-tbl-term-date(ws-emp-match-idx)) then

                   move "REHIRE DATE BEFORE TERM DATE" to ws-ar-reason
                   perform 390-reject-change

               else

                   perform 420-replace-changed-fields
                   move 0 to ws-emp-tbl-term-date(ws-emp-match-idx)
                   move 0 to ws-emp-tbl-xfer-store(ws-emp-match-idx)
                   move 0 to ws-emp-tbl-xfer-from(ws-emp-match-idx)
                   move 0 to ws-emp-tbl-xfer-to(ws-emp-match-idx)

                   move ws-con-act-rehired to ws-aa-action-name
                   perform 450-write-applied-audit-line

               end-if

           end-if
           end-if
           end-if
           end-if.

      *One audit line per applied change, showing the employee as
      *it now stands.
       450-write-applied-audit-line.

           move ws-run-date to ws-aa-run-date.
           move ws-emp-tbl-num(ws-emp-match-idx)   to ws-aa-emp-num.
           move ws-emp-tbl-name(ws-emp-match-idx)  to ws-aa-emp-name.
           move ws-emp-tbl-home-store(ws-emp-match-idx)
               to ws-aa-home-store.
           move ws-emp-tbl-role(ws-emp-match-idx)  to ws-aa-role.
           move ws-emp-tbl-hire-date(ws-emp-match-idx)
               to ws-aa-hire-date.
           move ws-emp-tbl-term-date(ws-emp-match-idx)
               to ws-aa-term-date.

           write audit-line from ws-audit-applied-line.
           add 1 to ws-cnt-applied.

      *A transfer lets an employee ring at one store other than
      *their home store between two dates (a blank end date leaves
      *it open-ended); it replaces any transfer already on file. A
      *blank or 00 store ends the transfer on file instead. Only a
      *current employee can be transferred.
       460-apply-transfer.

           move chg-emp-num to ws-emp-check-num.
           perform 500-search-employee-table.

           if (ws-emp-found-flag = "N") then

               move "EMPLOYEE NOT ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (ws-emp-tbl-term-date(ws-emp-match-idx) > 0) then

               move "EMPLOYEE IS TERMINATED" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-store = spaces) or (chg-store = "00") then

               move 0 to ws-emp-tbl-xfer-store(ws-emp-match-idx)
               move 0 to ws-emp-tbl-xfer-from(ws-emp-match-idx)
               move 0 to ws-emp-tbl-xfer-to(ws-emp-match-idx)

               move ws-con-act-xfer-ended to ws-ax-action-name
               perform 480-write-transfer-audit-line

           else

               perform 470-check-transfer-fields

               if (ws-field-error-flag = "Y") then

                   perform 390-reject-change

               else

                   move ws-chg-store-num
                       to ws-emp-tbl-xfer-store(ws-emp-match-idx)
                   move ws-chg-date-1-num
                       to ws-emp-tbl-xfer-from(ws-emp-match-idx)
                   move ws-chg-date-2-num
                       to ws-emp-tbl-xfer-to(ws-emp-match-idx)

                   move ws-con-act-transferred to ws-ax-action-name
                   perform 480-write-transfer-audit-line

               end-if

           end-if
           end-if
           end-if.

      *A transfer store has to be numeric, on the store master and
      *not the employee's own home store; the start date is
      *needed, and an end date, when given, can't come before it.
      *The reason for a failure lands in ws-ar-reason.
       470-check-transfer-fields.

           move "N" to ws-field-error-flag.
           move 0 to ws-chg-date-2-num.

           if (chg-store is not numeric) then

               move "Y" to ws-field-error-flag
               move "TRANSFER STORE NOT NUMERIC" to ws-ar-reason

           else

               move chg-store to ws-chg-store-num
               move ws-chg-store-num to ws-store-check-num
               perform 520-search-store-table

               if (ws-store-found-flag not = "Y") then

                   move "Y" to ws-field-error-flag
                   move "TRANSFER STORE NOT ON MASTER"
                       to ws-ar-reason

               else
               if (ws-chg-store-num =
                   ws-emp-tbl-home-store(ws-emp-match-idx)) then

                   move "Y" to ws-field-error-flag
                   move "TRANSFER STORE IS HOME STORE"
                       to ws-ar-reason

               end-if
               end-if

           end-if.

           if (ws-field-error-flag not = "Y") then

               if (chg-date-1 is not numeric)
                   or (chg-date-1 = "000000") then

                   move "Y" to ws-field-error-flag
                   move "TRANSFER START DATE NOT NUMERIC"
                       to ws-ar-reason

               else
               if (chg-date-2 not = spaces)
                   and (chg-date-2 is not numeric) then

                   move "Y" to ws-field-error-flag
                   move "TRANSFER END DATE NOT NUMERIC"
                       to ws-ar-reason

               else

                   move chg-date-1 to ws-chg-date-1-num

                   if (chg-date-2 not = spaces) then
                       move chg-date-2 to ws-chg-date-2-num
                   end-if

                   if (ws-chg-date-2-num > 0)
                       and (ws-chg-date-2-num < ws-chg-date-1-num)
                       then
                       move "Y" to ws-field-error-flag
                       move "TRANSFER ENDS BEFORE IT STARTS"
                           to ws-ar-reason
                   end-if

               end-if
               end-if

           end-if.

      *One audit line per applied transfer, showing the transfer
      *now on file.
       480-write-transfer-audit-line.

           move ws-run-date to ws-ax-run-date.
           move ws-emp-tbl-num(ws-emp-match-idx)  to ws-ax-emp-num.
           move ws-emp-tbl-name(ws-emp-match-idx) to ws-ax-emp-name.
           move ws-emp-tbl-xfer-store(ws-emp-match-idx)
               to ws-ax-xfer-store.
           move ws-emp-tbl-xfer-from(ws-emp-match-idx)
               to ws-ax-xfer-from.
           move ws-emp-tbl-xfer-to(ws-emp-match-idx)
               to ws-ax-xfer-to.

           write audit-line from ws-audit-transfer-line.
           add 1 to ws-cnt-applied.

      *Search the employee table for ws-emp-check-num.
       500-search-employee-table.

           move "N" to ws-emp-found-flag.

           perform 510-compare-employee-entry
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-tbl-cnt
                   or ws-emp-found-flag = "Y".

      *Compare one employee entry to ws-emp-check-num, remembering
      *where the match sits - the perform varying above leaves
      *ws-emp-idx one past it by the time the loop stops.
       510-compare-employee-entry.

           if (ws-emp-check-num = ws-emp-tbl-num(ws-emp-idx)) then

               move "Y" to ws-emp-found-flag
               set ws-emp-match-idx to ws-emp-idx

           end-if.

      *Search the store table for ws-store-check-num.
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
      *where the match sits - the perform varying above leaves
      *ws-op-idx one past it by the time the loop stops.
       560-compare-operator-entry.

           if (ws-op-check-num = ws-op-tbl-num(ws-op-idx)) then

               move "Y" to ws-op-found-flag
               set ws-op-match-idx to ws-op-idx

           end-if.

      *Write the updated master back out.
       600-rewrite-employee-master.

           open output employee-master-file.

           perform 610-write-one-employee-entry
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-tbl-cnt.

           close employee-master-file.

       610-write-one-employee-entry.

           move ws-emp-tbl-num(ws-emp-idx)        to em-emp-num.
           move ws-emp-tbl-name(ws-emp-idx)       to em-emp-name.
           move ws-emp-tbl-hire-date(ws-emp-idx)  to em-hire-date.
           move ws-emp-tbl-term-date(ws-emp-idx)  to em-term-date.
           move ws-emp-tbl-home-store(ws-emp-idx) to em-home-store.
           move ws-emp-tbl-role(ws-emp-idx)       to em-role.
           move ws-emp-tbl-xfer-store(ws-emp-idx) to em-xfer-store.
           move ws-emp-tbl-xfer-from(ws-emp-idx)  to em-xfer-from.
           move ws-emp-tbl-xfer-to(ws-emp-idx)    to em-xfer-to.

           write em-record.

      *Log the run totals, then empty the change file so the same
      *changes aren't applied twice.
       700-write-audit-trailer.

           move ws-cnt-applied  to ws-at-applied-count.
           move ws-cnt-rejected to ws-at-rejected-count.
           write audit-line from ws-audit-trailer-line.

           if (ws-chg-present-flag = "Y") then
               close employee-change-file
               open output employee-change-file
               close employee-change-file
           end-if.

      *Close the used files.
       999-close-files.

           close audit-log-file.

       end program Program52.
