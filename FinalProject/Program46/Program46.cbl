       identification division.
       program-id. Program46.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Customer master maintenance - applies adds,
      *         changes, holds, releases and closures from a
      *         change-control file to customer-master.dat (the
      *         name, house-account credit limit, terms and account
      *         status Program1 checks every ON charge against, and
      *         the sales-tax exemption certificate Program1, 3 and
      *         4 honour),
      *         with validation, rejects listed with reasons, and
      *         an audit log, the same controlled-maintenance
      *         pattern Program17 and Program30 gave the store and
      *         SKU masters.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The customer master being maintained - Program1 validates
      *customer numbers and house-account charges against it.
           select customer-master-file
               assign to
               "../../../../Program1/data/customer-master.dat"
               organization is line sequential
               file status is ws-custmst-status.

      *Change-control file - ops drops one line per change: the
      *action (A add, C change, H hold, R release a hold, X close,
      *E record a tax-exemption certificate, N withdraw the
      *exemption), the customer number, the fields the action needs
      *and the operator submitting it. On a change, a blank field leaves
      *that field as it was. The file is emptied once applied, the
      *same truncate-after-consuming pattern the other control
      *files use.
           select customer-change-file
               assign to "../../../data/customer-changes.dat"
               organization is line sequential
               file status is ws-chg-status.

      *Audit log - one line per applied (or rejected) change,
      *appended forever, like sku-master-audit.log.
           select audit-log-file
               assign to "../../../data/customer-master-audit.log"
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
      *customer master Program1 loads mid-flight, so it takes the
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

      *Define the customer master record. Status O is open, H is
      *on hold (house-account charges go to manager review), C is
      *closed (house-account charges are refused). A closed
      *account stays on file so its history still resolves. A
      *tax-exempt customer (exempt flag Y) carries the certificate
      *number and its expiry date (yymmdd); the exemption only
      *holds for sales on or before that date.
       fd customer-master-file
           data record is cm-record
           record contains 66 characters.

       01 cm-record.
           05 cm-cust-num                      pic 9(6).
           05 cm-cust-name                     pic x(20).
           05 cm-credit-limit                  pic 9(7)v99.
           05 cm-terms                         pic x(8).
           05 cm-status                        pic x.
           05 cm-exempt-flag                   pic x.
           05 cm-cert-num                      pic x(15).
           05 cm-cert-expiry                   pic 9(6).

      *Define the change-control record.
       fd customer-change-file
           data record is chg-record
           record contains 69 characters.

       01 chg-record.
           05 chg-action                       pic x.
           05 chg-cust-num                     pic x(6).
           05 chg-cust-name                    pic x(20).
           05 chg-credit-limit                 pic x(9).
           05 chg-terms                        pic x(8).
           05 chg-cert-num                     pic x(15).
           05 chg-cert-expiry                  pic x(6).
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
           record contains 160 characters.

       01 audit-line                           pic x(160).

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

       77 ws-custmst-status                    pic xx
           value "00".
       77 ws-chg-status                        pic xx
           value "00".
       77 ws-audit-status                      pic xx
           value "00".
       77 ws-opmst-status                      pic xx
           value "00".

       77 ws-custmst-eof-flag                  pic x
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

      *The authorization level this program's instructions need -
      *credit limits are a manager's call.
       77 ws-con-required-level                pic 9
           value 3.

       01 ws-con-account-status.
           05 ws-con-status-open               pic x
               value "O".
           05 ws-con-status-hold               pic x
               value "H".
           05 ws-con-status-closed             pic x
               value "C".

       01 ws-con-exempt-status.
           05 ws-con-exempt-yes                pic x
               value "Y".
           05 ws-con-exempt-no                 pic x
               value "N".

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

      *In-memory copy of the customer master - loaded, updated
      *from the change file, and written back out.
       01 ws-cust-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-cust-tbl.
           05 ws-cust-tbl-entry                occurs 1 to 5000 times
                   depending on ws-cust-tbl-cnt
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num               pic 9(6).
               10 ws-cust-tbl-name              pic x(20).
               10 ws-cust-tbl-limit             pic 9(7)v99.
               10 ws-cust-tbl-terms             pic x(8).
               10 ws-cust-tbl-status            pic x.
               10 ws-cust-tbl-exempt            pic x.
               10 ws-cust-tbl-cert-num          pic x(15).
               10 ws-cust-tbl-cert-expiry       pic 9(6).

       77 ws-cust-check-num                    pic 9(6)
           value 0.
       77 ws-cust-found-flag                   pic x
           value "N".
       77 ws-cust-match-idx                    pic 9(4)
           value 0.

       01 ws-audit-header.
           05 filler                           pic x(28)
               value "CUSTOMER MASTER MAINTENANCE ".
           05 ws-ah-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ah-run-time                   pic 9(8).

       01 ws-audit-applied-line.
           05 ws-aa-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(10)
               value "CUSTOMER: ".
           05 ws-aa-cust-num                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-action-name                pic x(11).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-cust-name                  pic x(20).
           05 filler                           pic x(8)
               value "  LIMIT ".
           05 ws-aa-credit-limit               pic z,zzz,zz9.99.
           05 filler                           pic x(8)
               value "  TERMS ".
           05 ws-aa-terms                      pic x(8).
           05 filler                           pic x(9)
               value "  STATUS ".
           05 ws-aa-status                     pic x.
           05 filler                           pic x(9)
               value "  EXEMPT ".
           05 ws-aa-exempt                     pic x.
           05 filler                           pic x(6)
               value " CERT ".
           05 ws-aa-cert-num                   pic x(15).
           05 filler                           pic x(5)
               value " EXP ".
           05 ws-aa-cert-expiry                pic 9(6).
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-aa-operator-id                pic x(4).

       01 ws-con-action-names.
           05 ws-con-act-added                 pic x(11)
               value "ADDED".
           05 ws-con-act-changed               pic x(11)
               value "CHANGED".
           05 ws-con-act-held                  pic x(11)
               value "ON HOLD".
           05 ws-con-act-released              pic x(11)
               value "RELEASED".
           05 ws-con-act-closed                pic x(11)
               value "CLOSED".
           05 ws-con-act-exempt                pic x(11)
               value "TAX EXEMPT".
           05 ws-con-act-not-exempt            pic x(11)
               value "NOT EXEMPT".

       01 ws-audit-rejected-line.
           05 ws-ar-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(10)
               value "CUSTOMER: ".
           05 ws-ar-cust-num                   pic x(6).
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
           perform 600-rewrite-customer-master.
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

               move "PROGRAM46 "       to lk-program-id
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

      *Load the customer master, open the audit log for append,
      *and read the first change. No change file just means nothing
      *to do today.
       100-open-files.

           perform 110-load-customer-master.

           open extend audit-log-file.

           if (ws-audit-status not = "00") then
               open output audit-log-file
           end-if.

           move ws-run-date to ws-ah-run-date.
           move ws-run-time to ws-ah-run-time.
           write audit-line from ws-audit-header.

           open input customer-change-file.

           if (ws-chg-status = "00") then

               move "Y" to ws-chg-present-flag

               read customer-change-file
                   at end move "Y" to ws-chg-eof-flag
               end-read

           else

               move "Y" to ws-chg-eof-flag

           end-if.

      *Load the customer master into a table to be updated in
      *place. A missing file is the first run ever - the adds build
      *it.
       110-load-customer-master.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-custmst-eof-flag
               end-read

               perform 120-load-customer-entry
                   until ws-custmst-eof-flag = "Y"

               close customer-master-file

           end-if.

      *Add one customer master entry to the in-memory table.
       120-load-customer-entry.

           add 1 to ws-cust-tbl-cnt.
           set ws-cust-idx to ws-cust-tbl-cnt.

           move cm-cust-num     to ws-cust-tbl-num(ws-cust-idx).
           move cm-cust-name    to ws-cust-tbl-name(ws-cust-idx).
           move cm-credit-limit to ws-cust-tbl-limit(ws-cust-idx).
           move cm-terms        to ws-cust-tbl-terms(ws-cust-idx).
           move cm-status       to ws-cust-tbl-status(ws-cust-idx).
           move cm-exempt-flag  to ws-cust-tbl-exempt(ws-cust-idx).
           move cm-cert-num     to ws-cust-tbl-cert-num(ws-cust-idx).
           move cm-cert-expiry
               to ws-cust-tbl-cert-expiry(ws-cust-idx).

           read customer-master-file
               at end move "Y" to ws-custmst-eof-flag.

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

           perform 205-check-change-operator.

           if (ws-op-authorized-flag not = "Y") then

               move "OPERATOR NOT AUTHORIZED" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-cust-num is not numeric)
               or (chg-cust-num = "000000") then

               move "CUSTOMER NUMBER NOT VALID" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-action = "A") then

               perform 400-apply-add

           else
           if (chg-action = "C") then

               perform 410-apply-change

           else
           if (chg-action = "H")
               or (chg-action = "R")
               or (chg-action = "X") then

               perform 430-apply-status-change

           else
           if (chg-action = "E")
               or (chg-action = "N") then

               perform 440-apply-exemption-change

           else

               move "ACTION NOT A, C, H, R, X, E, N" to ws-ar-reason
               perform 390-reject-change

           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           read customer-change-file
               at end move "Y" to ws-chg-eof-flag.

      *The change only stands when the operator who submitted it
      *is on the operator master with manager authority.
       205-check-change-operator.

           move "N" to ws-op-authorized-flag.

           if (chg-operator-id is numeric) then

               move chg-operator-id to ws-op-check-num
               perform 550-check-operator-authority

           end-if.

       390-reject-change.

           move ws-run-date  to ws-ar-run-date.
           move chg-cust-num to ws-ar-cust-num.
           write audit-line from ws-audit-rejected-line.
           add 1 to ws-cnt-rejected.

      *A new account needs a number not already on the master, a
      *name, and a numeric credit limit. It opens in good standing
      *and taxable - an exemption is recorded separately, once the
      *certificate has been seen.
       400-apply-add.

           move chg-cust-num to ws-cust-check-num.
           perform 500-search-customer-table.

           if (ws-cust-found-flag = "Y") then

               move "CUSTOMER ALREADY ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-cust-name = spaces) then

               move "CUSTOMER NAME IS BLANK" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-credit-limit is not numeric) then

               move "CREDIT LIMIT NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else

               add 1 to ws-cust-tbl-cnt
               set ws-cust-idx to ws-cust-tbl-cnt
               move ws-cust-check-num
                   to ws-cust-tbl-num(ws-cust-idx)
               move chg-cust-name    to ws-cust-tbl-name(ws-cust-idx)
               move chg-credit-limit
                   to ws-cust-tbl-limit(ws-cust-idx)
               move chg-terms        to ws-cust-tbl-terms(ws-cust-idx)
               move ws-con-status-open
                   to ws-cust-tbl-status(ws-cust-idx)
               move ws-con-exempt-no
                   to ws-cust-tbl-exempt(ws-cust-idx)
               move spaces to ws-cust-tbl-cert-num(ws-cust-idx)
               move 0      to ws-cust-tbl-cert-expiry(ws-cust-idx)

               set ws-cust-match-idx to ws-cust-idx
               move ws-con-act-added to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if
           end-if.

      *A change needs its customer on the master. Each non-blank
      *field in the change replaces the one on file; a blank one
      *leaves it alone. The account status only moves through the
      *hold, release and close actions.
       410-apply-change.

           move chg-cust-num to ws-cust-check-num.
           perform 500-search-customer-table.

           if (ws-cust-found-flag = "N") then

               move "CUSTOMER NOT ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-credit-limit not = spaces)
               and (chg-credit-limit is not numeric) then

               move "CREDIT LIMIT NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else

               perform 420-replace-changed-fields

               move ws-con-act-changed to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if.

       420-replace-changed-fields.

           if (chg-cust-name not = spaces) then
               move chg-cust-name
                   to ws-cust-tbl-name(ws-cust-match-idx)
           end-if.

           if (chg-credit-limit not = spaces) then
               move chg-credit-limit
                   to ws-cust-tbl-limit(ws-cust-match-idx)
           end-if.

           if (chg-terms not = spaces) then
               move chg-terms to ws-cust-tbl-terms(ws-cust-match-idx)
           end-if.

      *A hold, release or closure needs its customer on the master.
      *A closed account can't be held or released - reopening one
      *is a new account decision, not a status flip. The record
      *stays on file either way so the account's history still
      *resolves.
       430-apply-status-change.

           move chg-cust-num to ws-cust-check-num.
           perform 500-search-customer-table.

           if (ws-cust-found-flag = "N") then

               move "CUSTOMER NOT ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (ws-cust-tbl-status(ws-cust-match-idx)
               = ws-con-status-closed) then

               move "ACCOUNT IS CLOSED" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-action = "H") then

               move ws-con-status-hold
                   to ws-cust-tbl-status(ws-cust-match-idx)
               move ws-con-act-held to ws-aa-action-name
               perform 450-write-applied-audit-line

           else
           if (chg-action = "R") then

               move ws-con-status-open
                   to ws-cust-tbl-status(ws-cust-match-idx)
               move ws-con-act-released to ws-aa-action-name
               perform 450-write-applied-audit-line

           else

               move ws-con-status-closed
                   to ws-cust-tbl-status(ws-cust-match-idx)
               move ws-con-act-closed to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if
           end-if
           end-if.

      *Record or withdraw a customer's sales-tax exemption. An E
      *needs the certificate number and a numeric expiry date and
      *replaces whatever certificate was on file, so a renewal is
      *just another E. An N drops the exemption and clears the
      *certificate. The customer has to be on the master either way.
       440-apply-exemption-change.

           move chg-cust-num to ws-cust-check-num.
           perform 500-search-customer-table.

           if (ws-cust-found-flag = "N") then

               move "CUSTOMER NOT ON MASTER" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-action = "N") then

               move ws-con-exempt-no
                   to ws-cust-tbl-exempt(ws-cust-match-idx)
               move spaces
                   to ws-cust-tbl-cert-num(ws-cust-match-idx)
               move 0 to ws-cust-tbl-cert-expiry(ws-cust-match-idx)
               move ws-con-act-not-exempt to ws-aa-action-name
               perform 450-write-applied-audit-line

           else
           if (chg-cert-num = spaces) then

               move "CERTIFICATE NUMBER IS BLANK" to ws-ar-reason
               perform 390-reject-change

           else
           if (chg-cert-expiry is not numeric) then

               move "CERTIFICATE EXPIRY NOT NUMERIC" to ws-ar-reason
               perform 390-reject-change

           else

               move ws-con-exempt-yes
                   to ws-cust-tbl-exempt(ws-cust-match-idx)
               move chg-cert-num
                   to ws-cust-tbl-cert-num(ws-cust-match-idx)
               move chg-cert-expiry
                   to ws-cust-tbl-cert-expiry(ws-cust-match-idx)
               move ws-con-act-exempt to ws-aa-action-name
               perform 450-write-applied-audit-line

           end-if
           end-if
           end-if
           end-if.

      *One audit line per applied change, showing the account as it
      *now stands.
       450-write-applied-audit-line.

           move ws-run-date to ws-aa-run-date.
           move ws-cust-tbl-num(ws-cust-match-idx)  to ws-aa-cust-num.
           move ws-cust-tbl-name(ws-cust-match-idx) to ws-aa-cust-name.
           move ws-cust-tbl-limit(ws-cust-match-idx)
               to ws-aa-credit-limit.
           move ws-cust-tbl-terms(ws-cust-match-idx) to ws-aa-terms.
           move ws-cust-tbl-status(ws-cust-match-idx) to ws-aa-status.
           move ws-cust-tbl-exempt(ws-cust-match-idx) to ws-aa-exempt.
           move ws-cust-tbl-cert-num(ws-cust-match-idx)
               to ws-aa-cert-num.
           move ws-cust-tbl-cert-expiry(ws-cust-match-idx)
               to ws-aa-cert-expiry.

           write audit-line from ws-audit-applied-line.
           add 1 to ws-cnt-applied.

      *Search the customer table for ws-cust-check-num.
       500-search-customer-table.

           move "N" to ws-cust-found-flag.

           perform 510-compare-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

      *Compare one customer entry to ws-cust-check-num, remembering
      *where the match sits - the perform varying above leaves
      *ws-cust-idx one past it by the time the loop stops.
       510-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag
               set ws-cust-match-idx to ws-cust-idx

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
       600-rewrite-customer-master.

           open output customer-master-file.

           perform 610-write-one-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt.

           close customer-master-file.

       610-write-one-customer-entry.

           move ws-cust-tbl-num(ws-cust-idx)    to cm-cust-num.
           move ws-cust-tbl-name(ws-cust-idx)   to cm-cust-name.
           move ws-cust-tbl-limit(ws-cust-idx)  to cm-credit-limit.
           move ws-cust-tbl-terms(ws-cust-idx)  to cm-terms.
           move ws-cust-tbl-status(ws-cust-idx) to cm-status.
           move ws-cust-tbl-exempt(ws-cust-idx) to cm-exempt-flag.
           move ws-cust-tbl-cert-num(ws-cust-idx) to cm-cert-num.
           move ws-cust-tbl-cert-expiry(ws-cust-idx)
               to cm-cert-expiry.

           write cm-record.

      *Log the run totals, then empty the change file so the same
      *changes aren't applied twice.
       700-write-audit-trailer.

           move ws-cnt-applied  to ws-at-applied-count.
           move ws-cnt-rejected to ws-at-rejected-count.
           write audit-line from ws-audit-trailer-line.

           if (ws-chg-present-flag = "Y") then
               close customer-change-file
               open output customer-change-file
               close customer-change-file
           end-if.

      *Close the used files.
       999-close-files.

           close audit-log-file.

       end program Program46.
