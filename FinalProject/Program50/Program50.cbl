       identification division.
       program-id. Program50.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Refund cheque register. Picks up the cheque-type
      *         refunds in the payment extract Program23 writes,
      *         gives each one the next cheque number, and keeps
      *         them on a persistent register. Sends the bank a
      *         positive-pay file of the cheques issued this run,
      *         matches the bank's cleared-cheque file back against
      *         the register, and reports the cheques issued,
      *         cleared, cleared at the wrong amount, presented but
      *         never issued, and still outstanding. Outstanding
      *         cheques past the stale date go out in a stale-cheque
      *         file Program23 picks up for its unclaimed-property
      *         flagging. Runs straight after each Program23
      *         disbursement run, before Program23 runs again.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Program23's payment extract - one record per refund approved
      *in its last run, cheque or EFT. Only read here; a refund
      *already on the register is never given a second cheque, so
      *reading the same extract twice is harmless.
           select payment-file
               assign to
               "../../../../Program23/data/refund-payments.dat"
               organization is line sequential
               file status is ws-pay-status.

      *The persistent cheque register, loaded in full and rewritten
      *with this run's cheques and clearings applied.
           select register-file
               assign to "../../../data/cheque-register.dat"
               organization is line sequential
               file status is ws-reg-status.

      *Before-image of the register, taken at the start of the run
      *so a bad run can be backed out by restoring the .bak copy.
           select register-backup-file
               assign to "../../../data/cheque-register.bak"
               organization is line sequential.

      *Cheque number control - the next cheque number to issue.
           select cheque-control-file
               assign to "../../../data/cheque-number-control.dat"
               organization is line sequential
               file status is ws-chqctl-status.

           select cheque-control-backup-file
               assign to "../../../data/cheque-number-control.bak"
               organization is line sequential.

      *The bank's cleared-cheque file - one line per cheque paid
      *against the refund account: the cheque number, the amount
      *the bank paid it for, and the date. The file is emptied
      *once applied, the same truncate-after-consuming pattern the
      *other incoming files use.
           select cleared-file
               assign to "../../../data/bank-cleared-cheques.dat"
               organization is line sequential
               file status is ws-clr-status.

      *Stale-date control file - the age in days past which an
      *uncashed cheque is stale, the same control-file-with-default
      *shape as escheat-days.dat.
           select stale-days-file
               assign to "../../../data/stale-cheque-days.dat"
               organization is line sequential
               file status is ws-stlthr-status.

      *Customer master reference file - the payee names.
           select customer-master-file
               assign to
               "../../../../Program1/data/customer-master.dat"
               organization is line sequential
               file status is ws-custmst-status.

      *Positive-pay file for the bank - the cheques issued this
      *run, wrapped in the same header and trailer controls as the
      *chain's extracts.
           select positive-pay-file
               assign to "../../../data/positive-pay.dat"
               organization is line sequential.

      *Stale-cheque file - every outstanding cheque past the stale
      *date, rewritten in full each run for Program23.
           select stale-cheque-file
               assign to "../../../data/stale-cheques.dat"
               organization is line sequential.

      *Output file declaration
           select register-report-file
               assign to "../../../data/cheque-register.out"
               organization is line sequential.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here; the batch date doubles as the as-of
      *date the cheques are aged against.
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

      *Chain run-lock control file - every program that touches the
      *shared persistent files takes this lock at start and
      *releases it (by emptying the file) at end, so two programs
      *cannot collide on the same files. The operator override is
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

      *Define the payment extract record - same shape Program23
      *writes it.
       fd payment-file
           data record is pay-record
           record contains 33 characters.

       01 pay-record.
           05 pay-method                       pic x.
           05 pay-invoice-num                  pic x(9).
           05 pay-store-num                    pic 99.
           05 pay-cust-num                     pic 9(6).
           05 pay-amount                       pic 9(7)v99.
           05 pay-paid-date                    pic 9(6).

      *Define the cheque register record. The status is O
      *outstanding, C cleared, or M cleared at an amount other than
      *the cheque was written for.
       fd register-file
           data record is cr-record
           record contains 82 characters.

       01 cr-record.
           05 cr-cheque-num                    pic 9(8).
           05 cr-invoice-num                   pic x(9).
           05 cr-store-num                     pic 99.
           05 cr-cust-num                      pic 9(6).
           05 cr-payee-name                    pic x(20).
           05 cr-amount                        pic 9(7)v99.
           05 cr-issue-date                    pic 9(6).
           05 cr-issue-batch                   pic 9(6).
           05 cr-status                        pic x.
           05 cr-cleared-date                  pic 9(6).
           05 cr-cleared-amt                   pic 9(7)v99.

       fd register-backup-file
           data record is cr-bak-record
           record contains 82 characters.

       01 cr-bak-record                        pic x(82).

      *Define the cheque number control record.
       fd cheque-control-file
           data record is cc-record
           record contains 8 characters.

       01 cc-record.
           05 cc-next-cheque-num               pic 9(8).

       fd cheque-control-backup-file
           data record is cc-bak-record
           record contains 8 characters.

       01 cc-bak-record                        pic x(8).

      *Define the bank's cleared-cheque record.
       fd cleared-file
           data record is bc-record
           record contains 23 characters.

       01 bc-record.
           05 bc-cheque-num                    pic 9(8).
           05 bc-amount                        pic 9(7)v99.
           05 bc-cleared-date                  pic 9(6).

      *Define the stale-date control record - one line holding the
      *age in days.
       fd stale-days-file
           data record is sd-days-in
           record contains 4 characters.

       01 sd-days-in                           pic 9(4).

      *Define the customer master line.
       fd customer-master-file
           data record is cm-customer-in
           record contains 66 characters.

       01 cm-customer-in.
           05 cm-in-cust-num                   pic 9(6).
           05 cm-in-cust-name                  pic x(20).
           05 cm-in-credit-limit               pic 9(7)v99.
           05 cm-in-terms                      pic x(8).
           05 cm-in-status                     pic x.
           05 cm-in-exempt-flag                pic x.
           05 cm-in-cert-num                   pic x(15).
           05 cm-in-cert-expiry                pic 9(6).

      *Define the positive-pay issue record.
       fd positive-pay-file
           data record is pp-record
           record contains 44 characters.

       01 pp-record.
           05 pp-action                        pic x.
           05 pp-cheque-num                    pic 9(8).
           05 pp-amount                        pic 9(7)v99.
           05 pp-issue-date                    pic 9(6).
           05 pp-payee-name                    pic x(20).

      *Define the stale-cheque record Program23 reads.
       fd stale-cheque-file
           data record is sc-record
           record contains 40 characters.

       01 sc-record.
           05 sc-cheque-num                    pic 9(8).
           05 sc-invoice-num                   pic x(9).
           05 sc-store-num                     pic 99.
           05 sc-cust-num                      pic 9(6).
           05 sc-amount                        pic 9(7)v99.
           05 sc-issue-date                    pic 9(6).

      *Define the report file
       fd register-report-file
           data record is register-line
           record contains 110 characters.

       01 register-line                        pic x(110).

      *Define the run-id record - today's batch date plus a
      *time-of-day run id.
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

       77 ws-pay-status                        pic xx
           value "00".
       77 ws-reg-status                        pic xx
           value "00".
       77 ws-chqctl-status                     pic xx
           value "00".
       77 ws-clr-status                        pic xx
           value "00".
       77 ws-stlthr-status                     pic xx
           value "00".
       77 ws-custmst-status                    pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".

       77 ws-pay-eof-flag                      pic x
           value "N".
       77 ws-reg-eof-flag                      pic x
           value "N".
       77 ws-clr-eof-flag                      pic x
           value "N".
       77 ws-custmst-eof-flag                  pic x
           value "N".

      *Remembers whether the cleared-cheque file was on hand at
      *open time - the file status itself moves to "10" at
      *end-of-file, so it can't answer that question later.
       77 ws-clr-present-flag                  pic x
           value "N".

       77 ws-rh-start-time                     pic 9(8)
           value 0.

      *The payment method that goes out as a cheque - the rest are
      *EFTs and are nothing to do with the register.
       01 ws-con-method-cheque                 pic x
           value "C".

      *The register statuses.
       01 ws-con-statuses.
           05 ws-con-status-outstanding        pic x
               value "O".
           05 ws-con-status-cleared            pic x
               value "C".
           05 ws-con-status-mismatch           pic x
               value "M".

      *Numbering starts here when there is no control file yet.
       01 ws-con-first-cheque-num              pic 9(8)
           value 100001.

      *Used if stale-cheque-days.dat is missing - keeps the run
      *going on a sensible default instead of aborting.
       77 ws-con-stale-default                 pic 9(4)
           value 180.

       77 ws-con-stale-days                    pic 9(4)
           value 0.

      *A cleared cheque stays on the register this many days after
      *it cleared so a late query from the bank can still be
      *answered, then drops off.
       01 ws-con-retention-days                pic 9(3)
           value 365.

       77 ws-next-cheque-num                   pic 9(8)
           value 0.

      *Console alert raised when the bank pays a cheque at the
      *wrong amount or one the register never issued - either is
      *what positive pay is there to catch.
       01 ws-con-exception-msg                 pic x(52)
           value "*** CLEARED CHEQUE EXCEPTIONS - see cheque register".

      *Day-count working fields for the aging. The two-digit years
      *on file are this century's.
       77 ws-asof-date-ymd                     pic 9(8)
           value 0.
       77 ws-asof-day-int                      pic 9(7)
           value 0.
       77 ws-work-date-ymd                     pic 9(8)
           value 0.
       77 ws-work-day-int                      pic 9(7)
           value 0.
       77 ws-days-out                          pic s9(7)
           value 0.

      *In-memory copy of the cheque register.
       01 ws-reg-tbl-cnt                       pic 9(5)
           value 0.

       01 ws-reg-tbl.
           05 ws-reg-tbl-entry                 occurs 1 to 20000
                   times depending on ws-reg-tbl-cnt
                   indexed by ws-reg-idx.
               10 ws-reg-tbl-cheque             pic 9(8).
               10 ws-reg-tbl-invoice            pic x(9).
               10 ws-reg-tbl-store              pic 99.
               10 ws-reg-tbl-cust               pic 9(6).
               10 ws-reg-tbl-payee              pic x(20).
               10 ws-reg-tbl-amount             pic 9(7)v99.
               10 ws-reg-tbl-issue-date         pic 9(6).
               10 ws-reg-tbl-issue-batch        pic 9(6).
               10 ws-reg-tbl-status             pic x.
               10 ws-reg-tbl-cleared-date       pic 9(6).
               10 ws-reg-tbl-cleared-amt        pic 9(7)v99.

       77 ws-reg-check-invoice                 pic x(9)
           value spaces.
       77 ws-reg-check-cheque                  pic 9(8)
           value 0.
       77 ws-reg-found-flag                    pic x
           value "N".
       77 ws-reg-match-idx                     pic 9(5)
           value 0.

      *The customer names, for the payee on each cheque.
       01 ws-cust-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-cust-tbl.
           05 ws-cust-tbl-entry                occurs 1 to 5000 times
                   depending on ws-cust-tbl-cnt
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num               pic 9(6).
               10 ws-cust-tbl-name              pic x(20).

       77 ws-cust-check-num                    pic 9(6)
           value 0.
       77 ws-cust-found-flag                   pic x
           value "N".
       77 ws-cust-match-idx                    pic 9(4)
           value 0.

      *The payee printed when a refund has no customer on the
      *master to name.
       01 ws-con-payee-default                 pic x(20)
           value "CUSTOMER REFUND".

       01 ws-counters.
           05 ws-cnt-payments-read             pic 9(5)
               value 0.
           05 ws-cnt-issued                    pic 9(5)
               value 0.
           05 ws-cnt-already-issued            pic 9(5)
               value 0.
           05 ws-cnt-cleared-read              pic 9(5)
               value 0.
           05 ws-cnt-cleared                   pic 9(5)
               value 0.
           05 ws-cnt-mismatch                  pic 9(5)
               value 0.
           05 ws-cnt-not-issued                pic 9(5)
               value 0.
           05 ws-cnt-outstanding               pic 9(5)
               value 0.
           05 ws-cnt-stale                     pic 9(5)
               value 0.
           05 ws-cnt-purged                    pic 9(5)
               value 0.

       01 ws-amounts.
           05 ws-issued-amt                    pic 9(9)v99
               value 0.
           05 ws-cleared-amt                   pic 9(9)v99
               value 0.
           05 ws-outstanding-amt               pic 9(9)v99
               value 0.
           05 ws-stale-amt                     pic 9(9)v99
               value 0.

       01 ws-extract-header-line.
           05 filler                           pic x
               value "H".
           05 xh-batch-date                    pic 9(6).
           05 xh-run-id                        pic 9(8).

       01 ws-extract-trailer-line.
           05 filler                           pic x
               value "T".
           05 xt-record-count                  pic 9(6).
           05 xt-amount-hash                   pic s9(11)v99.

      *The batch-date/run-id header stamped at the front of every
      *output file this program writes, read back from Program1's
      *run-id.dat so every file from one run carries a matching
      *header no matter which program produced it.
       01 ws-batch-header-line.
           05 filler                           pic x(11)
               value "BATCH DATE:".
           05 bh-batch-date                    pic 9(6).
           05 filler                           pic x(4)
               value spaces.
           05 filler                           pic x(8)
               value "RUN ID: ".
           05 bh-run-id                        pic 9(8).

       01 ws-report-header.
           05 filler                           pic x(30).
           05 filler                           pic x(30)
               value "REFUND CHEQUE REGISTER".

       01 ws-section-header.
           05 filler                           pic x
               value space.
           05 ws-sh-title                      pic x(50).

       01 ws-con-section-titles.
           05 ws-con-title-issued              pic x(50)
               value "CHEQUES ISSUED THIS RUN".
           05 ws-con-title-cleared             pic x(50)
               value "CHEQUES CLEARED THIS RUN".
           05 ws-con-title-outstanding         pic x(50)
               value "CHEQUES OUTSTANDING - AGED FROM ISSUE".

       01 ws-column-header.
           05 filler                           pic x(3).
           05 filler                           pic x(10)
               value "CHEQUE".
           05 filler                           pic x(11)
               value "INVOICE".
           05 filler                           pic x(6)
               value "STORE".
           05 filler                           pic x(22)
               value "PAYEE".
           05 filler                           pic x(8)
               value "ISSUED".
           05 filler                           pic x(8).
           05 filler                           pic x(6)
               value "AMOUNT".
           05 filler                           pic x(3).
           05 ws-ch-last-column                pic x(25).

       01 ws-con-last-columns.
           05 ws-con-col-blank                 pic x(25)
               value spaces.
           05 ws-con-col-cleared               pic x(25)
               value "CLEARED     PAID AT".
           05 ws-con-col-outstanding           pic x(25)
               value " DAYS".

       01 ws-cheque-detail-line.
           05 filler                           pic x(3).
           05 ws-cd-cheque-num                 pic 9(8).
           05 filler                           pic x(2).
           05 ws-cd-invoice-num                pic x(9).
           05 filler                           pic x(2).
           05 ws-cd-store-num                  pic 99.
           05 filler                           pic x(4).
           05 ws-cd-payee-name                 pic x(20).
           05 filler                           pic x(2).
           05 ws-cd-issue-date                 pic 9(6).
           05 filler                           pic x(2).
           05 ws-cd-amount                     pic $zzz,zz9.99.
           05 filler                           pic x(3).
           05 ws-cd-last-column                pic x(30).

       01 ws-cleared-column.
           05 ws-cc-cleared-date               pic 9(6).
           05 filler                           pic x(2).
           05 ws-cc-cleared-amt                pic $zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-cc-flag                       pic x(9).

       01 ws-outstanding-column.
           05 ws-oc-days-out                   pic zzzz9.
           05 filler                           pic x(2).
           05 ws-oc-flag                       pic x(23).

       01 ws-con-flags.
           05 ws-con-flag-mismatch             pic x(9)
               value "MISMATCH".
           05 ws-con-flag-stale                pic x(23)
               value "** STALE - UNCLAIMED **".

      *The bank lines that could not be applied.
       01 ws-exception-line.
           05 filler                           pic x(3).
           05 ws-ex-cheque-num                 pic 9(8).
           05 filler                           pic x(2).
           05 ws-ex-cleared-date               pic 9(6).
           05 filler                           pic x(2).
           05 ws-ex-amount                     pic $zzz,zz9.99.
           05 filler                           pic x(3).
           05 ws-ex-reason                     pic x(40).

       01 ws-con-exception-reasons.
           05 ws-con-exc-not-issued            pic x(40)
               value "PRESENTED BUT NEVER ISSUED".
           05 ws-con-exc-already               pic x(40)
               value "ALREADY CLEARED".
           05 ws-con-exc-not-numeric           pic x(40)
               value "BANK LINE NOT NUMERIC".

       01 ws-skip-line.
           05 filler                           pic x(3).
           05 ws-sk-invoice-num                pic x(9).
           05 filler                           pic x(3).
           05 filler                           pic x(40)
               value "REFUND ALREADY ON THE REGISTER - SKIPPED".

       01 ws-total-line.
           05 ws-tl-label                      pic x(30).
           05 ws-tl-count                      pic zz,zz9.
           05 filler                           pic x(10)
               value "  AMOUNT: ".
           05 ws-tl-amount                     pic $$$,$$$,$$9.99.

       01 ws-con-total-labels.
           05 ws-con-tl-issued                 pic x(30)
               value "CHEQUES ISSUED THIS RUN:".
           05 ws-con-tl-cleared                pic x(30)
               value "CHEQUES CLEARED THIS RUN:".
           05 ws-con-tl-outstanding            pic x(30)
               value "CHEQUES OUTSTANDING:".
           05 ws-con-tl-stale                  pic x(30)
               value "OUTSTANDING PAST STALE DATE:".

       01 ws-count-line.
           05 ws-cl-label                      pic x(30).
           05 ws-cl-count                      pic zz,zz9.

       01 ws-con-count-labels.
           05 ws-con-cl-mismatch               pic x(30)
               value "CLEARED AT THE WRONG AMOUNT:".
           05 ws-con-cl-not-issued             pic x(30)
               value "BANK LINES NOT APPLIED:".
           05 ws-con-cl-already                pic x(30)
               value "REFUNDS ALREADY ON REGISTER:".
           05 ws-con-cl-purged                 pic x(30)
               value "CLEARED CHEQUES PURGED:".

       procedure division.
       000-main.

           perform 050-acquire-run-lock.

           if (ws-lock-denied-flag = "Y") then
               goback
           end-if.

           accept ws-rh-start-time from time.
           move 0 to return-code.

           perform 100-open-files.
           perform 200-issue-cheques.
           perform 300-apply-cleared-cheques.
           perform 400-age-outstanding-cheques.
           perform 600-rewrite-register.
           perform 650-write-cheque-control.
           perform 700-write-report-trailer.
           perform 990-write-run-history.
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

               move "PROGRAM50 "       to lk-program-id
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

      *Load the reference files, the register and the cheque number
      *control, and open the outputs.
       100-open-files.

           perform 105-load-run-id.
           perform 107-load-stale-days.
           perform 110-load-cheque-control.
           perform 120-load-customer-master.
           perform 130-load-register.

           open output register-report-file positive-pay-file.

           write register-line from ws-batch-header-line.
           write register-line from ws-report-header.

           move bh-batch-date to xh-batch-date.
           move bh-run-id     to xh-run-id.
           write pp-record from ws-extract-header-line.

      *Pick up the batch date and run id Program1 stamped for the
      *last run. A missing file just leaves the header at zeros
      *rather than aborting.
       105-load-run-id.

           move 0 to bh-batch-date.
           move 0 to bh-run-id.

           open input run-id-file.

           if (ws-runid-status = "00") then

               read run-id-file
                   not at end move ri-batch-date to bh-batch-date
                        move ri-run-id     to bh-run-id
               end-read

               close run-id-file

           end-if.

           compute ws-asof-date-ymd = 20000000 + bh-batch-date.
           compute ws-asof-day-int
               = function integer-of-date(ws-asof-date-ymd).

      *Load the stale age. A missing control file just means "run
      *with the built-in default" rather than aborting the job.
       107-load-stale-days.

           move ws-con-stale-default to ws-con-stale-days.

           open input stale-days-file.

           if (ws-stlthr-status = "00") then

               read stale-days-file
                   not at end move sd-days-in to ws-con-stale-days
               end-read

               close stale-days-file

           end-if.

      *Pick up the next cheque number, taking the before-image of
      *the control as it goes. No control file means this is the
      *first run ever.
       110-load-cheque-control.

           move ws-con-first-cheque-num to ws-next-cheque-num.

           open input cheque-control-file.

           if (ws-chqctl-status = "00") then

               read cheque-control-file
                   at end continue
                   not at end
                       move cc-next-cheque-num to ws-next-cheque-num
                       open output cheque-control-backup-file
                       write cc-bak-record from cc-record
                       close cheque-control-backup-file
               end-read

               close cheque-control-file

           end-if.

      *Load the customer names for the payees.
       120-load-customer-master.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-custmst-eof-flag
               end-read

               perform 125-load-customer-entry
                   until ws-custmst-eof-flag = "Y"

               close customer-master-file

           end-if.

       125-load-customer-entry.

           add 1 to ws-cust-tbl-cnt.
           set ws-cust-idx to ws-cust-tbl-cnt.

           move cm-in-cust-num  to ws-cust-tbl-num(ws-cust-idx).
           move cm-in-cust-name to ws-cust-tbl-name(ws-cust-idx).

           read customer-master-file
               at end move "Y" to ws-custmst-eof-flag.

      *Load the register, taking the before-image as it goes. A
      *missing file means no cheque has been written yet.
       130-load-register.

           open input register-file.

           if (ws-reg-status = "00") then

               open output register-backup-file

               read register-file
                   at end move "Y" to ws-reg-eof-flag
               end-read

               perform 135-load-register-entry
                   until ws-reg-eof-flag = "Y"

               close register-file
               close register-backup-file

           end-if.

       135-load-register-entry.

           write cr-bak-record from cr-record.

           add 1 to ws-reg-tbl-cnt.
           set ws-reg-idx to ws-reg-tbl-cnt.

           move cr-cheque-num   to ws-reg-tbl-cheque(ws-reg-idx).
           move cr-invoice-num  to ws-reg-tbl-invoice(ws-reg-idx).
           move cr-store-num    to ws-reg-tbl-store(ws-reg-idx).
           move cr-cust-num     to ws-reg-tbl-cust(ws-reg-idx).
           move cr-payee-name   to ws-reg-tbl-payee(ws-reg-idx).
           move cr-amount       to ws-reg-tbl-amount(ws-reg-idx).
           move cr-issue-date   to ws-reg-tbl-issue-date(ws-reg-idx).
           move cr-issue-batch  to ws-reg-tbl-issue-batch(ws-reg-idx).
           move cr-status       to ws-reg-tbl-status(ws-reg-idx).
           move cr-cleared-date to ws-reg-tbl-cleared-date(ws-reg-idx).
           move cr-cleared-amt  to ws-reg-tbl-cleared-amt(ws-reg-idx).

           read register-file
               at end move "Y" to ws-reg-eof-flag.

      *Give every cheque refund in Program23's extract the next
      *cheque number, put it on the register and in the
      *positive-pay file. A refund whose invoice is already on the
      *register was picked up by an earlier run and is skipped.
       200-issue-cheques.

           write register-line from spaces.
           move ws-con-title-issued to ws-sh-title.
           write register-line from ws-section-header.
           move ws-con-col-blank to ws-ch-last-column.
           write register-line from ws-column-header.
           write register-line from spaces.

           open input payment-file.

           if (ws-pay-status = "00") then

               read payment-file
                   at end move "Y" to ws-pay-eof-flag
               end-read

               perform 210-issue-one-cheque
                   until ws-pay-eof-flag = "Y"

               close payment-file

           end-if.

           move ws-cnt-issued to xt-record-count.
           move ws-issued-amt to xt-amount-hash.
           write pp-record from ws-extract-trailer-line.

       210-issue-one-cheque.

           add 1 to ws-cnt-payments-read.

           if (pay-method = ws-con-method-cheque) then

               move pay-invoice-num to ws-reg-check-invoice
               perform 520-search-register-by-invoice

               if (ws-reg-found-flag = "Y") then

                   move pay-invoice-num to ws-sk-invoice-num
                   write register-line from ws-skip-line
                   add 1 to ws-cnt-already-issued

               else

                   perform 220-add-register-entry

               end-if

           end-if.

           read payment-file
               at end move "Y" to ws-pay-eof-flag.

      *Number the cheque, name the payee off the customer master,
      *and drop it on the register, the positive-pay file and the
      *report.
       220-add-register-entry.

           add 1 to ws-reg-tbl-cnt.
           set ws-reg-idx to ws-reg-tbl-cnt.

           move ws-next-cheque-num to ws-reg-tbl-cheque(ws-reg-idx).
           add 1 to ws-next-cheque-num.

           move pay-invoice-num to ws-reg-tbl-invoice(ws-reg-idx).
           move pay-store-num   to ws-reg-tbl-store(ws-reg-idx).
           move pay-cust-num    to ws-reg-tbl-cust(ws-reg-idx).
           move pay-amount      to ws-reg-tbl-amount(ws-reg-idx).
           move pay-paid-date   to ws-reg-tbl-issue-date(ws-reg-idx).
           move bh-batch-date   to ws-reg-tbl-issue-batch(ws-reg-idx).
           move ws-con-status-outstanding
               to ws-reg-tbl-status(ws-reg-idx).
           move 0 to ws-reg-tbl-cleared-date(ws-reg-idx).
           move 0 to ws-reg-tbl-cleared-amt(ws-reg-idx).

           move pay-cust-num to ws-cust-check-num.
           perform 540-search-customer-table.

           if (ws-cust-found-flag = "Y") then
               move ws-cust-tbl-name(ws-cust-match-idx)
                   to ws-reg-tbl-payee(ws-reg-idx)
           else
               move ws-con-payee-default
                   to ws-reg-tbl-payee(ws-reg-idx)
           end-if.

           move "I" to pp-action.
           move ws-reg-tbl-cheque(ws-reg-idx)     to pp-cheque-num.
           move ws-reg-tbl-amount(ws-reg-idx)     to pp-amount.
           move ws-reg-tbl-issue-date(ws-reg-idx) to pp-issue-date.
           move ws-reg-tbl-payee(ws-reg-idx)      to pp-payee-name.
           write pp-record.

           perform 230-move-cheque-detail.
           move spaces to ws-cd-last-column.
           write register-line from ws-cheque-detail-line.

           add 1 to ws-cnt-issued.
           add ws-reg-tbl-amount(ws-reg-idx) to ws-issued-amt.

       230-move-cheque-detail.

           move ws-reg-tbl-cheque(ws-reg-idx)     to ws-cd-cheque-num.
           move ws-reg-tbl-invoice(ws-reg-idx)    to ws-cd-invoice-num.
           move ws-reg-tbl-store(ws-reg-idx)      to ws-cd-store-num.
           move ws-reg-tbl-payee(ws-reg-idx)      to ws-cd-payee-name.
           move ws-reg-tbl-issue-date(ws-reg-idx) to ws-cd-issue-date.
           move ws-reg-tbl-amount(ws-reg-idx)     to ws-cd-amount.

      *Match each line of the bank's cleared-cheque file to the
      *register. A cheque paid at the amount it was written for is
      *cleared; paid at any other amount it is cleared as a
      *mismatch. A cheque the register never issued, or one already
      *cleared, is an exception - both are what positive pay is
      *there to stop, so the run is flagged.
       300-apply-cleared-cheques.

           write register-line from spaces.
           move ws-con-title-cleared to ws-sh-title.
           write register-line from ws-section-header.
           move ws-con-col-cleared to ws-ch-last-column.
           write register-line from ws-column-header.
           write register-line from spaces.

           open input cleared-file.

           if (ws-clr-status = "00") then

               move "Y" to ws-clr-present-flag

               read cleared-file
                   at end move "Y" to ws-clr-eof-flag
               end-read

               perform 310-apply-one-cleared-cheque
                   until ws-clr-eof-flag = "Y"

               close cleared-file

           end-if.

           if (ws-cnt-mismatch > 0) or (ws-cnt-not-issued > 0) then
               display ws-con-exception-msg
               move 16 to return-code
           end-if.

       310-apply-one-cleared-cheque.

           add 1 to ws-cnt-cleared-read.

           move spaces to ws-exception-line.
           move bc-cheque-num   to ws-ex-cheque-num.
           move bc-cleared-date to ws-ex-cleared-date.

           if (bc-cheque-num is not numeric)
               or (bc-amount is not numeric)
               or (bc-cleared-date is not numeric) then

               move ws-con-exc-not-numeric to ws-ex-reason
               write register-line from ws-exception-line
               add 1 to ws-cnt-not-issued

           else

               move bc-amount to ws-ex-amount
               move bc-cheque-num to ws-reg-check-cheque
               perform 530-search-register-by-cheque

               if (ws-reg-found-flag not = "Y") then

                   move ws-con-exc-not-issued to ws-ex-reason
                   write register-line from ws-exception-line
                   add 1 to ws-cnt-not-issued

               else

                   set ws-reg-idx to ws-reg-match-idx

                   if (ws-reg-tbl-status(ws-reg-idx)
                       not = ws-con-status-outstanding) then

                       move ws-con-exc-already to ws-ex-reason
                       write register-line from ws-exception-line
                       add 1 to ws-cnt-not-issued

                   else

                       perform 320-clear-one-cheque

                   end-if

               end-if

           end-if.

           read cleared-file
               at end move "Y" to ws-clr-eof-flag.

       320-clear-one-cheque.

           move bc-cleared-date to ws-reg-tbl-cleared-date(ws-reg-idx).
           move bc-amount       to ws-reg-tbl-cleared-amt(ws-reg-idx).

           move spaces to ws-cleared-column.
           move bc-cleared-date to ws-cc-cleared-date.
           move bc-amount       to ws-cc-cleared-amt.

           if (bc-amount = ws-reg-tbl-amount(ws-reg-idx)) then
               move ws-con-status-cleared
                   to ws-reg-tbl-status(ws-reg-idx)
           else
               move ws-con-status-mismatch
                   to ws-reg-tbl-status(ws-reg-idx)
               move ws-con-flag-mismatch to ws-cc-flag
               add 1 to ws-cnt-mismatch
           end-if.

           perform 230-move-cheque-detail.
           move ws-cleared-column to ws-cd-last-column.
           write register-line from ws-cheque-detail-line.

           add 1 to ws-cnt-cleared.
           add bc-amount to ws-cleared-amt.

      *List every cheque still outstanding with its age from issue,
      *and put the ones past the stale date in the stale-cheque
      *file for Program23's unclaimed-property flagging.
       400-age-outstanding-cheques.

           write register-line from spaces.
           move ws-con-title-outstanding to ws-sh-title.
           write register-line from ws-section-header.
           move ws-con-col-outstanding to ws-ch-last-column.
           write register-line from ws-column-header.
           write register-line from spaces.

           open output stale-cheque-file.

           perform 410-age-one-cheque
               varying ws-reg-idx from 1 by 1
               until ws-reg-idx > ws-reg-tbl-cnt.

           close stale-cheque-file.

       410-age-one-cheque.

           if (ws-reg-tbl-status(ws-reg-idx)
               = ws-con-status-outstanding) then

               compute ws-work-date-ymd
                   = 20000000 + ws-reg-tbl-issue-date(ws-reg-idx)
               compute ws-work-day-int
                   = function integer-of-date(ws-work-date-ymd)
               compute ws-days-out = ws-asof-day-int - ws-work-day-int

               if (ws-days-out < 0) then
                   move 0 to ws-days-out
               end-if

               move spaces to ws-outstanding-column
               move ws-days-out to ws-oc-days-out

               add 1 to ws-cnt-outstanding
               add ws-reg-tbl-amount(ws-reg-idx) to ws-outstanding-amt

               if (ws-days-out >= ws-con-stale-days) then
                   move ws-con-flag-stale to ws-oc-flag
                   perform 420-write-stale-cheque
               end-if

               perform 230-move-cheque-detail
               move ws-outstanding-column to ws-cd-last-column
               write register-line from ws-cheque-detail-line

           end-if.

       420-write-stale-cheque.

           move ws-reg-tbl-cheque(ws-reg-idx)     to sc-cheque-num.
           move ws-reg-tbl-invoice(ws-reg-idx)    to sc-invoice-num.
           move ws-reg-tbl-store(ws-reg-idx)      to sc-store-num.
           move ws-reg-tbl-cust(ws-reg-idx)       to sc-cust-num.
           move ws-reg-tbl-amount(ws-reg-idx)     to sc-amount.
           move ws-reg-tbl-issue-date(ws-reg-idx) to sc-issue-date.
           write sc-record.

           add 1 to ws-cnt-stale.
           add ws-reg-tbl-amount(ws-reg-idx) to ws-stale-amt.

      *Search the register for ws-reg-check-invoice.
       520-search-register-by-invoice.

           move "N" to ws-reg-found-flag.

           perform 525-compare-register-invoice
               varying ws-reg-idx from 1 by 1
               until ws-reg-idx > ws-reg-tbl-cnt
                   or ws-reg-found-flag = "Y".

      *Compare one register entry to ws-reg-check-invoice,
      *remembering where the match sits - the perform varying above
      *leaves ws-reg-idx one past it by the time the loop stops.
       525-compare-register-invoice.

           if (ws-reg-check-invoice
               = ws-reg-tbl-invoice(ws-reg-idx)) then

               move "Y" to ws-reg-found-flag
               set ws-reg-match-idx to ws-reg-idx

           end-if.

      *Search the register for ws-reg-check-cheque.
       530-search-register-by-cheque.

           move "N" to ws-reg-found-flag.

           perform 535-compare-register-cheque
               varying ws-reg-idx from 1 by 1
               until ws-reg-idx > ws-reg-tbl-cnt
                   or ws-reg-found-flag = "Y".

       535-compare-register-cheque.

           if (ws-reg-check-cheque = ws-reg-tbl-cheque(ws-reg-idx))
               then

               move "Y" to ws-reg-found-flag
               set ws-reg-match-idx to ws-reg-idx

           end-if.

      *Search the customer table for ws-cust-check-num.
       540-search-customer-table.

           move "N" to ws-cust-found-flag.

           perform 545-compare-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

       545-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag
               set ws-cust-match-idx to ws-cust-idx

           end-if.

      *Write the register back out with this run's cheques and
      *clearings applied, dropping cleared cheques once they are
      *past the retention window, then empty the bank's file so
      *the same clearings aren't applied twice.
       600-rewrite-register.

           open output register-file.

           perform 610-write-one-register-entry
               varying ws-reg-idx from 1 by 1
               until ws-reg-idx > ws-reg-tbl-cnt.

           close register-file.

           if (ws-clr-present-flag = "Y") then
               open output cleared-file
               close cleared-file
           end-if.

       610-write-one-register-entry.

           move 0 to ws-days-out.

           if (ws-reg-tbl-status(ws-reg-idx)
               not = ws-con-status-outstanding) then
               compute ws-work-date-ymd
                   = 20000000 + ws-reg-tbl-cleared-date(ws-reg-idx)
               compute ws-work-day-int
                   = function integer-of-date(ws-work-date-ymd)
               compute ws-days-out = ws-asof-day-int - ws-work-day-int
           end-if.

           if (ws-days-out > ws-con-retention-days) then

               add 1 to ws-cnt-purged

           else

               move ws-reg-tbl-cheque(ws-reg-idx)    to cr-cheque-num
               move ws-reg-tbl-invoice(ws-reg-idx)   to cr-invoice-num
               move ws-reg-tbl-store(ws-reg-idx)     to cr-store-num
               move ws-reg-tbl-cust(ws-reg-idx)      to cr-cust-num
               move ws-reg-tbl-payee(ws-reg-idx)     to cr-payee-name
               move ws-reg-tbl-amount(ws-reg-idx)    to cr-amount
               move ws-reg-tbl-issue-date(ws-reg-idx) to cr-issue-date
               move ws-reg-tbl-issue-batch(ws-reg-idx)
                   to cr-issue-batch
               move ws-reg-tbl-status(ws-reg-idx)    to cr-status
               move ws-reg-tbl-cleared-date(ws-reg-idx)
                   to cr-cleared-date
               move ws-reg-tbl-cleared-amt(ws-reg-idx)
                   to cr-cleared-amt

               write cr-record

           end-if.

      *Stamp the next cheque number to issue.
       650-write-cheque-control.

           move ws-next-cheque-num to cc-next-cheque-num.

           open output cheque-control-file.
           write cc-record.
           close cheque-control-file.

      *Print the run totals and the exception counts.
       700-write-report-trailer.

           write register-line from spaces.

           move ws-con-tl-issued to ws-tl-label.
           move ws-cnt-issued    to ws-tl-count.
           move ws-issued-amt    to ws-tl-amount.
           write register-line from ws-total-line.

           move ws-con-tl-cleared to ws-tl-label.
           move ws-cnt-cleared    to ws-tl-count.
           move ws-cleared-amt    to ws-tl-amount.
           write register-line from ws-total-line.

           move ws-con-tl-outstanding to ws-tl-label.
           move ws-cnt-outstanding    to ws-tl-count.
           move ws-outstanding-amt    to ws-tl-amount.
           write register-line from ws-total-line.

           move ws-con-tl-stale to ws-tl-label.
           move ws-cnt-stale    to ws-tl-count.
           move ws-stale-amt    to ws-tl-amount.
           write register-line from ws-total-line.

           write register-line from spaces.

           move ws-con-cl-mismatch to ws-cl-label.
           move ws-cnt-mismatch    to ws-cl-count.
           write register-line from ws-count-line.

           move ws-con-cl-not-issued to ws-cl-label.
           move ws-cnt-not-issued    to ws-cl-count.
           write register-line from ws-count-line.

           move ws-con-cl-already     to ws-cl-label.
           move ws-cnt-already-issued to ws-cl-count.
           write register-line from ws-count-line.

           move ws-con-cl-purged to ws-cl-label.
           move ws-cnt-purged    to ws-cl-count.
           write register-line from ws-count-line.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM50 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-payments-read to rh-records-read.
           move ws-cnt-issued to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

      *Close the used files.
       999-close-files.

           close register-report-file positive-pay-file.

       end program Program50.
