       identification division.
       program-id. Program59.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Customer data erasure. Works through the erasure
      *         requests ops drops in the request control file and,
      *         for each customer who has nothing left between them
      *         and the store, replaces the customer number
      *         everywhere it is kept - the customer master, the
      *         transaction history, the AR subledger and activity
      *         journal, the layaway subledger, the gift-card ledger,
      *         the refund-due queue, the loyalty ledger, the
      *         ledger change journal, the special-orders file and
      *         the refund cheque register - with an anonymous
      *         placeholder account, and the name on the master and
      *         the payee on the cheque register with a placeholder
      *         name. Every amount stays exactly as it was, so every
      *         total downstream still ties. A customer who still
      *         owes on their house account, is owed a credit on
      *         it, holds layaway or special-order deposits, is
      *         owed a refund or has a refund cheque outstanding is
      *         refused. Each erasure and each
      *         refusal goes on an audit log kept for the privacy
      *         regulator, along with a record-count and amount
      *         control total for every file rewritten.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Request control file - ops drops one line per erasure: the
      *customer number, the privacy request's reference, and the
      *operator submitting it. The file is emptied once applied,
      *the same truncate-after-consuming pattern the other control
      *files use.
           select request-file
               assign to "../../../data/erasure-requests.dat"
               organization is line sequential
               file status is ws-req-status.

      *Erasure control - the last placeholder customer number
      *given out. Placeholders count down from 999999 so they never
      *collide with the numbers Program46 hands out.
           select erasure-control-file
               assign to "../../../data/erasure-control.dat"
               organization is line sequential
               file status is ws-ectl-status.

      *Audit log - one line per erasure and per refusal, plus the
      *file control totals, appended forever like the customer
      *master's own audit log.
           select audit-log-file
               assign to "../../../data/customer-erasure-audit.log"
               organization is line sequential
               file status is ws-audit-status.

      *Operator master reference file - who may drop instructions
      *in the control files, and at what authorization level.
           select operator-master-file
               assign to
               "../../../../Program1/data/operator-master.dat"
               organization is line sequential
               file status is ws-opmst-status.

      *The files the customer number lives in.
           select customer-master-file
               assign to
               "../../../../Program1/data/customer-master.dat"
               organization is line sequential
               file status is ws-custmst-status.

           select history-file
               assign to
               "../../../../Program1/data/transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

           select ar-file
               assign to "../../../../Program2/data/ar-subledger.dat"
               organization is line sequential
               file status is ws-ar-status.

           select ar-activity-file
               assign to "../../../../Program2/data/ar-activity.dat"
               organization is line sequential
               file status is ws-aract-status.

           select layaway-file
               assign to
               "../../../../Program2/data/layaway-subledger.dat"
               organization is line sequential
               file status is ws-lay-status.

           select gc-file
               assign to
               "../../../../Program2/data/gift-card-ledger.dat"
               organization is line sequential
               file status is ws-gc-status.

           select refund-file
               assign to "../../../../Program2/data/refund-due.dat"
               organization is line sequential
               file status is ws-refund-status.

           select loyalty-file
               assign to
               "../../../../Program2/data/loyalty-ledger.dat"
               organization is line sequential
               file status is ws-loy-status.

           select ledger-journal-file
               assign to
               "../../../../Program2/data/ledger-journal.dat"
               organization is line sequential
               file status is ws-ljrnl-status.

           select special-order-file
               assign to
               "../../../../Program2/data/special-orders.dat"
               organization is line sequential
               file status is ws-sord-status.

           select cheque-register-file
               assign to
               "../../../../Program50/data/cheque-register.dat"
               organization is line sequential
               file status is ws-chq-status.

      *Scratch file each file streams through on its way to being
      *rewritten - the same filter-through-scratch shape the
      *retention manager uses - and the file it is copied back
      *over, named at run time.
           select scratch-file
               assign to "../../../data/erasure-scratch.tmp"
               organization is line sequential
               file status is ws-scr-status.

           select rewrite-file
               assign to dynamic ws-rewrite-file-name
               organization is line sequential
               file status is ws-rew-status.

      *Chain run-lock control file - this program rewrites files
      *the chain reads and writes, so it takes the same lock the
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

      *Define the request control record.
       fd request-file
           data record is req-record
           record contains 22 characters.

       01 req-record.
           05 req-cust-num                     pic x(6).
           05 req-request-ref                  pic x(12).
           05 req-operator-id                  pic x(4).

      *Define the erasure control record.
       fd erasure-control-file
           data record is ec-record
           record contains 6 characters.

       01 ec-record.
           05 ec-last-placeholder              pic 9(6).

      *Define the audit log line.
       fd audit-log-file
           data record is audit-line
           record contains 200 characters.

       01 audit-line                           pic x(200).

      *Define the operator master line.
       fd operator-master-file
           data record is om-record
           record contains 25 characters.

       01 om-record.
           05 om-in-op-num                     pic 9(4).
           05 om-in-op-name                    pic x(20).
           05 om-in-auth-level                 pic 9.

      *Define the customer master record - same shape Program46
      *maintains it.
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

      *Define the transaction history record - same shape Program1
      *writes it.
       fd history-file
           data record is th-record
           record contains 82 characters.

       01 th-record.
           05 th-batch-date                    pic 9(6).
           05 th-run-id                        pic 9(8).
           05 th-input-portion.
               10 th-trans-code                pic x.
               10 th-trans-amt                 pic 9(5)v99.
               10 th-pay-type                  pic xx.
               10 th-store-num                 pic 99.
               10 th-invoice-number            pic x(9).
               10 th-sku-code                  pic x(15).
               10 th-reason-code               pic xx.
               10 th-trans-date                pic 9(6).
               10 th-cashier-id                pic 9(4).
               10 th-cust-num                  pic 9(6).
               10 th-quantity                  pic 9(3).
               10 th-unit-price                pic 9(5)v99.
               10 th-trans-time                pic 9(4).

      *Define the ledgers Program2 keeps - same shapes it writes
      *them.
       fd ar-file
           data record is ar-record
           record contains 36 characters.

       01 ar-record.
           05 arl-cust-num                     pic 9(6).
           05 arl-charges                      pic 9(8)v99.
           05 arl-payments                     pic 9(8)v99.
           05 arl-balance                      pic s9(8)v99.

       fd ar-activity-file
           data record is ar-activity-rec
           record contains 41 characters.

       01 ar-activity-rec.
           05 aa-cust-num                      pic 9(6).
           05 aa-trans-date                    pic 9(6).
           05 aa-activity-type                 pic x.
           05 aa-amount                        pic 9(7)v99.
           05 aa-invoice-num                   pic x(9).
           05 aa-run-id                        pic 9(8).
           05 aa-store-num                     pic 99.

       fd layaway-file
           data record is lay-record
           record contains 47 characters.

       01 lay-record.
           05 lay-invoice-num                  pic x(9).
           05 lay-store-num                    pic 99.
           05 lay-balance                      pic 9(7)v99.
           05 lay-open-date                    pic 9(6).
           05 lay-last-pay-date                pic 9(6).
           05 lay-cust-num                     pic 9(6).
           05 lay-paid-amt                     pic 9(7)v99.

       fd gc-file
           data record is gc-record
           record contains 71 characters.

       01 gc-record.
           05 gc-card-num                      pic x(15).
           05 gc-issued-amt                    pic 9(7)v99.
           05 gc-redeemed-amt                  pic 9(7)v99.
           05 gc-balance                       pic s9(7)v99.
           05 gc-cust-num                      pic 9(6).
           05 gc-issue-date                    pic 9(6).
           05 gc-last-activity-date            pic 9(6).
           05 gc-breakage-amt                  pic 9(7)v99.
           05 gc-issue-store                   pic 99.

       fd refund-file
           data record is refund-record
           record contains 32 characters.

       01 refund-record.
           05 rf-invoice-num                   pic x(9).
           05 rf-store-num                     pic 99.
           05 rf-credit-amt                    pic 9(7)v99.
           05 rf-last-pay-date                 pic 9(6).
           05 rf-cust-num                      pic 9(6).

       fd loyalty-file
           data record is loy-record
           record contains 33 characters.

       01 loy-record.
           05 loy-cust-num                     pic 9(6).
           05 loy-earned-pts                   pic s9(7).
           05 loy-redeemed-pts                 pic s9(7).
           05 loy-balance-pts                  pic s9(7).
           05 loy-last-act-date                pic 9(6).

      *The ledger change journal - a loyalty line (ledger id P) is
      *keyed by the customer number.
       fd ledger-journal-file
           data record is lj-record
           record contains 67 characters.

       01 lj-record.
           05 lj-ledger-id                     pic x.
           05 lj-key.
               10 lj-key-cust-num              pic x(6).
               10 filler                       pic x(9).
           05 lj-action                        pic x.
           05 lj-before-balance                pic s9(7)v99.
           05 lj-after-balance                 pic s9(7)v99.
           05 lj-trans-amt                     pic 9(7)v99.
           05 lj-invoice-num                   pic x(9).
           05 lj-batch-date                    pic 9(6).
           05 lj-run-id                        pic 9(8).

      *An open special order - the deposit on it is the
      *customer's money until the goods are picked up.
       fd special-order-file
           data record is so-record
           record contains 79 characters.

       01 so-record.
           05 so-invoice-num                   pic x(9).
           05 so-store-num                     pic 99.
           05 so-cust-num                      pic 9(6).
           05 so-sku-code                      pic x(15).
           05 so-quantity                      pic 9(3).
           05 so-unit-price                    pic 9(5)v99.
           05 so-deposit-amt                   pic 9(5)v99.
           05 so-deposit-pay-type              pic xx.
           05 so-order-date                    pic 9(6).
           05 so-po-number                     pic 9(6).
           05 so-po-line-num                   pic 9(3).
           05 so-po-date                       pic 9(6).
           05 so-received-date                 pic 9(6).
           05 so-status                        pic x.

      *The refund cheque register - the payee is the customer's
      *name. Status O is outstanding, C or M cleared.
       fd cheque-register-file
           data record is chq-record
           record contains 82 characters.

       01 chq-record.
           05 chq-cheque-num                   pic 9(8).
           05 chq-invoice-num                  pic x(9).
           05 chq-store-num                    pic 99.
           05 chq-cust-num                     pic 9(6).
           05 chq-payee-name                   pic x(20).
           05 chq-amount                       pic 9(7)v99.
           05 chq-issue-date                   pic 9(6).
           05 chq-issue-batch                  pic 9(6).
           05 chq-status                       pic x.
           05 chq-cleared-date                 pic 9(6).
           05 chq-cleared-amt                  pic 9(7)v99.

       fd scratch-file
           data record is scr-record
           record contains 82 characters.

       01 scr-record                           pic x(82).

       fd rewrite-file
           data record is rew-record
           record contains 82 characters.

       01 rew-record                           pic x(82).

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

       77 ws-req-status                        pic xx
           value "00".
       77 ws-ectl-status                       pic xx
           value "00".
       77 ws-audit-status                      pic xx
           value "00".
       77 ws-opmst-status                      pic xx
           value "00".
       77 ws-custmst-status                    pic xx
           value "00".
       77 ws-hist-status                       pic xx
           value "00".
       77 ws-ar-status                         pic xx
           value "00".
       77 ws-aract-status                      pic xx
           value "00".
       77 ws-lay-status                        pic xx
           value "00".
       77 ws-gc-status                         pic xx
           value "00".
       77 ws-refund-status                     pic xx
           value "00".
       77 ws-loy-status                        pic xx
           value "00".
       77 ws-ljrnl-status                      pic xx
           value "00".
       77 ws-sord-status                       pic xx
           value "00".
       77 ws-chq-status                        pic xx
           value "00".
       77 ws-scr-status                        pic xx
           value "00".
       77 ws-rew-status                        pic xx
           value "00".

       77 ws-eof-flag                          pic x
           value "N".
       77 ws-req-eof-flag                      pic x
           value "N".
       77 ws-op-eof-flag                       pic x
           value "N".
       77 ws-scr-eof-flag                      pic x
           value "N".

      *Remembers whether the request file was on hand at open time -
      *the file status itself moves to "10" at end-of-file, so it
      *can't answer that question later.
       77 ws-req-present-flag                  pic x
           value "N".

      *The run's own date and time, stamped on every audit line.
      *This program runs ad hoc, outside the batch chain, so it
      *takes its stamp from the system instead of run-id.dat.
       77 ws-run-date                          pic 9(6)
           value 0.
       77 ws-run-time                          pic 9(8)
           value 0.

      *The authorization level this program's instructions need -
      *erasing a customer is a manager's call.
       77 ws-con-required-level                pic 9
           value 3.

       01 ws-constants.
           05 ws-con-status-closed             pic x
               value "C".
           05 ws-con-erased-name               pic x(20)
               value "ERASED CUSTOMER".
           05 ws-con-reason-staff              pic xx
               value "EP".
           05 ws-con-ledger-loyalty            pic x
               value "P".
           05 ws-con-so-open                   pic x
               value "O".
           05 ws-con-so-received               pic x
               value "R".
           05 ws-con-cheque-outstanding        pic x
               value "O".
           05 ws-con-first-placeholder         pic 9(6)
               value 999999.

      *Request states - P pending the balance checks, A approved
      *and being erased, R refused.
       01 ws-con-request-states.
           05 ws-con-req-pending               pic x
               value "P".
           05 ws-con-req-approved              pic x
               value "A".
           05 ws-con-req-refused               pic x
               value "R".

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

      *The customer numbers on the master, and whether each one
      *has already been erased - checked before a request is taken
      *and before a placeholder number is given out.
       01 ws-cust-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-cust-tbl.
           05 ws-cust-tbl-entry                occurs 1 to 9999 times
                   depending on ws-cust-tbl-cnt
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num               pic 9(6).
               10 ws-cust-tbl-erased-flag       pic x.

       77 ws-cust-check-num                    pic 9(6)
           value 0.
       77 ws-cust-found-flag                   pic x
           value "N".
       77 ws-cust-match-idx                    pic 9(4)
           value 0.

      *The run's requests - the customer, the privacy reference and
      *operator, what stands between the customer and erasure, the
      *placeholder given out, and how many records were rewritten
      *in each file (subscripted the same as the file totals).
       01 ws-req-tbl-cnt                       pic 999
           value 0.

       01 ws-req-tbl.
           05 ws-req-tbl-entry                 occurs 1 to 100 times
                   depending on ws-req-tbl-cnt
                   indexed by ws-req-idx.
               10 ws-req-tbl-cust-num           pic 9(6).
               10 ws-req-tbl-ref                pic x(12).
               10 ws-req-tbl-operator           pic x(4).
               10 ws-req-tbl-state              pic x.
               10 ws-req-tbl-placeholder        pic 9(6).
               10 ws-req-tbl-ar-balance         pic s9(8)v99.
               10 ws-req-tbl-lay-deposits       pic 9(8)v99.
               10 ws-req-tbl-refund-due         pic 9(8)v99.
               10 ws-req-tbl-so-deposits        pic 9(8)v99.
               10 ws-req-tbl-cheques-out        pic 9(8)v99.
               10 ws-req-tbl-file-cnt           pic 9(6)
                       occurs 11 times.

       77 ws-req-check-num                     pic 9(6)
           value 0.
       77 ws-req-check-state                   pic x
           value space.
       77 ws-req-found-flag                    pic x
           value "N".
       77 ws-req-match-idx                     pic 999
           value 0.

      *The files rewritten, in the order they are done, each with
      *its record counts and the total of its amount field coming
      *in and going out - the proof that nothing but identity
      *changed.
       01 ws-file-names.
           05 filler                           pic x(12)
               value "CUST MASTER".
           05 filler                           pic x(12)
               value "TRANS HIST".
           05 filler                           pic x(12)
               value "AR SUBLEDGER".
           05 filler                           pic x(12)
               value "AR ACTIVITY".
           05 filler                           pic x(12)
               value "LAYAWAY".
           05 filler                           pic x(12)
               value "GIFT CARD".
           05 filler                           pic x(12)
               value "REFUND DUE".
           05 filler                           pic x(12)
               value "LOYALTY PTS".
           05 filler                           pic x(12)
               value "LEDGER JRNL".
           05 filler                           pic x(12)
               value "SPECIAL ORDS".
           05 filler                           pic x(12)
               value "CHEQUE REG".
       01 ws-file-name-tbl redefines ws-file-names.
           05 ws-file-name                     pic x(12)
                   occurs 11 times.

       01 ws-file-tot-tbl.
           05 ws-file-tot-entry                occurs 11 times.
               10 ws-file-tot-in                pic 9(8).
               10 ws-file-tot-out               pic 9(8).
               10 ws-file-tot-replaced          pic 9(8).
               10 ws-file-tot-amt-in            pic s9(11)v99.
               10 ws-file-tot-amt-out           pic s9(11)v99.

       77 ws-file-sub                          pic 99
           value 0.

      *The physical name of the file being copied back over, in
      *file order.
       01 ws-file-paths.
           05 filler                           pic x(60)
           value "../../../../Program1/data/customer-master.dat".
           05 filler                           pic x(60)
           value "../../../../Program1/data/transaction-history.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/ar-subledger.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/ar-activity.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/layaway-subledger.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/gift-card-ledger.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/refund-due.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/loyalty-ledger.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/ledger-journal.dat".
           05 filler                           pic x(60)
           value "../../../../Program2/data/special-orders.dat".
           05 filler                           pic x(60)
           value "../../../../Program50/data/cheque-register.dat".
       01 ws-file-path-tbl redefines ws-file-paths.
           05 ws-file-path                     pic x(60)
                   occurs 11 times.

       77 ws-rewrite-file-name                 pic x(60)
           value spaces.

      *Placeholder numbering.
       77 ws-last-placeholder                  pic 9(6)
           value 0.
       77 ws-next-placeholder                  pic 9(6)
           value 0.

       77 ws-cnt-requests                      pic 9(3)
           value 0.
       77 ws-cnt-erased                        pic 9(3)
           value 0.
       77 ws-cnt-refused                       pic 9(3)
           value 0.

       01 ws-audit-header.
           05 filler                           pic x(21)
               value "CUSTOMER ERASURE RUN ".
           05 ws-ah-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ah-run-time                   pic 9(8).

      *An erased customer's own number is not repeated on the log -
      *the privacy reference and the placeholder tie the erasure to
      *the request without keeping the identity it removed.
       01 ws-audit-erased-line.
           05 ws-ae-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(9)
               value "REQUEST: ".
           05 ws-ae-request-ref                pic x(12).
           05 filler                           pic x(28)
               value "  ERASED - NOW CUSTOMER NO. ".
           05 ws-ae-placeholder                pic 9(6).
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-ae-operator-id                pic x(4).
           05 filler                           pic x(12)
               value "  RECORDS: ".
           05 ws-ae-file-entry                 occurs 11 times.
               10 ws-ae-file-cnt               pic zzzz9.
               10 filler                       pic x(1).

       01 ws-audit-refused-line.
           05 ws-ar-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(9)
               value "REQUEST: ".
           05 ws-ar-request-ref                pic x(12).
           05 filler                           pic x(12)
               value "  CUSTOMER: ".
           05 ws-ar-cust-num                   pic x(6).
           05 filler                           pic x(11)
               value "  REFUSED: ".
           05 ws-ar-reason                     pic x(30).
           05 ws-ar-amount                     pic $$,$$$,$$9.99-.
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-ar-operator-id                pic x(4).

       01 ws-audit-file-heading.
           05 filler                           pic x(39)
               value "RECORDS PER FILE ON EACH ERASURE LINE: ".
           05 ws-afh-entry                     occurs 11 times.
               10 ws-afh-file-name             pic x(12).
               10 filler                       pic x(1).

       01 ws-audit-control-line.
           05 filler                           pic x(14)
               value "FILE CONTROL: ".
           05 ws-ac-file-name                  pic x(12).
           05 filler                           pic x(12)
               value "  RECS IN: ".
           05 ws-ac-recs-in                    pic zzzzzzz9.
           05 filler                           pic x(7)
               value "  OUT: ".
           05 ws-ac-recs-out                   pic zzzzzzz9.
           05 filler                           pic x(12)
               value "  REPLACED: ".
           05 ws-ac-replaced                   pic zzzzzzz9.
           05 filler                           pic x(14)
               value "  AMOUNT IN: ".
           05 ws-ac-amt-in                     pic z(10)9.99-.
           05 filler                           pic x(7)
               value "  OUT: ".
           05 ws-ac-amt-out                    pic z(10)9.99-.
           05 filler                           pic x(2).
           05 ws-ac-tie-flag                   pic x(10).

       01 ws-con-tie-flags.
           05 ws-con-tie-ok                    pic x(10)
               value "TIES".
           05 ws-con-tie-bad                   pic x(10)
               value "** NO TIE".

       01 ws-audit-trailer-line.
           05 filler                           pic x(10)
               value "REQUESTS: ".
           05 ws-at-request-count              pic zz9.
           05 filler                           pic x(11)
               value "  ERASED: ".
           05 ws-at-erased-count               pic zz9.
           05 filler                           pic x(12)
               value "  REFUSED: ".
           05 ws-at-refused-count              pic zz9.

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
           perform 200-load-requests.

           if (ws-req-tbl-cnt > 0) then
               perform 300-check-balances
               perform 400-decide-requests
           end-if.

           if (ws-cnt-erased > 0) then
               perform 500-anonymize-files
               perform 600-write-erasure-audit
               perform 650-save-erasure-control
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

               move "PROGRAM59 "       to lk-program-id
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

      *Load the reference tables and the placeholder control, and
      *open the audit log for append.
       100-open-files.

           perform 110-load-operator-master.
           perform 120-load-customer-master.
           perform 130-load-erasure-control.

           initialize ws-file-tot-tbl.

           open extend audit-log-file.

           if (ws-audit-status not = "00") then
               open output audit-log-file
           end-if.

           move ws-run-date to ws-ah-run-date.
           move ws-run-time to ws-ah-run-time.
           write audit-line from ws-audit-header.

      *Load the operator master into a table. A missing file means
      *no operator can authorize anything - every request is
      *refused, which is the safe failure for an audit control.
       110-load-operator-master.

           open input operator-master-file.

           if (ws-opmst-status = "00") then

               read operator-master-file
                   at end move "Y" to ws-op-eof-flag
               end-read

               perform 115-load-operator-entry
                   until ws-op-eof-flag = "Y"

               close operator-master-file

           end-if.

       115-load-operator-entry.

           if (ws-op-tbl-cnt < 200) then

               add 1 to ws-op-tbl-cnt
               set ws-op-idx to ws-op-tbl-cnt

               move om-in-op-num     to ws-op-tbl-num(ws-op-idx)
               move om-in-auth-level to ws-op-tbl-level(ws-op-idx)

           end-if.

           read operator-master-file
               at end move "Y" to ws-op-eof-flag.

      *Load the customer numbers off the master, noting the ones
      *already erased.
       120-load-customer-master.

           move "N" to ws-eof-flag.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 125-load-customer-entry
                   until ws-eof-flag = "Y"

               close customer-master-file

           end-if.

       125-load-customer-entry.

           if (ws-cust-tbl-cnt < 9999) then

               add 1 to ws-cust-tbl-cnt
               set ws-cust-idx to ws-cust-tbl-cnt

               move cm-cust-num to ws-cust-tbl-num(ws-cust-idx)

               if (cm-cust-name = ws-con-erased-name) then
                   move "Y" to ws-cust-tbl-erased-flag(ws-cust-idx)
               else
                   move "N" to ws-cust-tbl-erased-flag(ws-cust-idx)
               end-if

           end-if.

           read customer-master-file
               at end move "Y" to ws-eof-flag.

      *Pick up the last placeholder given out. A missing file is
      *the first erasure ever.
       130-load-erasure-control.

           move 0 to ws-last-placeholder.

           open input erasure-control-file.

           if (ws-ectl-status = "00") then

               read erasure-control-file
                   not at end
                       if (ec-last-placeholder is numeric) then
                           move ec-last-placeholder
                               to ws-last-placeholder
                       end-if
               end-read

               close erasure-control-file

           end-if.

      *Read every request, refusing the malformed ones straight
      *away and tabling the rest for the balance checks. No request
      *file just means nothing to do today.
       200-load-requests.

           open input request-file.

           if (ws-req-status = "00") then

               move "Y" to ws-req-present-flag

               read request-file
                   at end move "Y" to ws-req-eof-flag
               end-read

               perform 210-load-one-request
                   until ws-req-eof-flag = "Y"

           end-if.

      *The operator has to hold manager authority, the request has
      *to carry its privacy reference, and the customer has to be
      *on the master, not already erased and not asked for twice
      *in the same run.
       210-load-one-request.

           add 1 to ws-cnt-requests.

           move 0 to ws-ar-amount.
           move "N" to ws-op-authorized-flag.

           if (req-operator-id is numeric) then
               move req-operator-id to ws-op-check-num
               perform 850-check-operator-authority
           end-if.

           if (ws-op-authorized-flag not = "Y") then

               move "OPERATOR NOT AUTHORIZED" to ws-ar-reason
               perform 290-refuse-request-line

           else
           if (req-cust-num is not numeric)
               or (req-cust-num = "000000") then

               move "CUSTOMER NUMBER NOT VALID" to ws-ar-reason
               perform 290-refuse-request-line

           else
           if (req-request-ref = spaces) then

               move "PRIVACY REFERENCE IS BLANK" to ws-ar-reason
               perform 290-refuse-request-line

           else

               move req-cust-num to ws-cust-check-num
               perform 800-search-customer-table

               if (ws-cust-found-flag = "N") then

                   move "CUSTOMER NOT ON MASTER" to ws-ar-reason
                   perform 290-refuse-request-line

               else
               if (ws-cust-tbl-erased-flag(ws-cust-match-idx) = "Y")
                   then

                   move "CUSTOMER ALREADY ERASED" to ws-ar-reason
                   perform 290-refuse-request-line

               else

                   move req-cust-num to ws-req-check-num
                   move ws-con-req-pending to ws-req-check-state
                   perform 820-search-request-table

                   if (ws-req-found-flag = "Y") then

                       move "REQUESTED TWICE IN THIS RUN"
                           to ws-ar-reason
                       perform 290-refuse-request-line

                   else
                   if (ws-req-tbl-cnt >= 100) then

                       move "TOO MANY REQUESTS - RESUBMIT"
                           to ws-ar-reason
                       perform 290-refuse-request-line

                   else

                       perform 220-table-request

                   end-if
                   end-if

               end-if
               end-if

           end-if
           end-if
           end-if.

           read request-file
               at end move "Y" to ws-req-eof-flag.

       220-table-request.

           add 1 to ws-req-tbl-cnt.
           set ws-req-idx to ws-req-tbl-cnt.

           initialize ws-req-tbl-entry(ws-req-idx).
           move req-cust-num     to ws-req-tbl-cust-num(ws-req-idx).
           move req-request-ref  to ws-req-tbl-ref(ws-req-idx).
           move req-operator-id  to ws-req-tbl-operator(ws-req-idx).
           move ws-con-req-pending to ws-req-tbl-state(ws-req-idx).

      *Log a request refused before it was ever tabled.
       290-refuse-request-line.

           move ws-run-date     to ws-ar-run-date.
           move req-request-ref to ws-ar-request-ref.
           move req-cust-num    to ws-ar-cust-num.
           move req-operator-id to ws-ar-operator-id.

           write audit-line from ws-audit-refused-line.
           add 1 to ws-cnt-refused.

      *Total up what each requested customer still owes, is owed,
      *or has on deposit.
       300-check-balances.

           move ws-con-req-pending to ws-req-check-state.

           perform 310-check-ar-balances.
           perform 320-check-layaway-deposits.
           perform 330-check-refunds-due.
           perform 340-check-special-orders.
           perform 350-check-cheques-outstanding.

       310-check-ar-balances.

           move "N" to ws-eof-flag.

           open input ar-file.

           if (ws-ar-status = "00") then

               read ar-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 315-check-one-ar-account
                   until ws-eof-flag = "Y"

               close ar-file

           end-if.

       315-check-one-ar-account.

           move arl-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               add arl-balance
                   to ws-req-tbl-ar-balance(ws-req-match-idx)
           end-if.

           read ar-file
               at end move "Y" to ws-eof-flag.

       320-check-layaway-deposits.

           move "N" to ws-eof-flag.

           open input layaway-file.

           if (ws-lay-status = "00") then

               read layaway-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 325-check-one-layaway
                   until ws-eof-flag = "Y"

               close layaway-file

           end-if.

       325-check-one-layaway.

           move lay-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               add lay-paid-amt
                   to ws-req-tbl-lay-deposits(ws-req-match-idx)
           end-if.

           read layaway-file
               at end move "Y" to ws-eof-flag.

       330-check-refunds-due.

           move "N" to ws-eof-flag.

           open input refund-file.

           if (ws-refund-status = "00") then

               read refund-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 335-check-one-refund
                   until ws-eof-flag = "Y"

               close refund-file

           end-if.

       335-check-one-refund.

           move rf-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               add rf-credit-amt
                   to ws-req-tbl-refund-due(ws-req-match-idx)
           end-if.

           read refund-file
               at end move "Y" to ws-eof-flag.

      *Every order on the special-orders file is open or received
      *and not yet picked up, so its deposit is still held for the
      *customer.
       340-check-special-orders.

           move "N" to ws-eof-flag.

           open input special-order-file.

           if (ws-sord-status = "00") then

               read special-order-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 345-check-one-special-order
                   until ws-eof-flag = "Y"

               close special-order-file

           end-if.

       345-check-one-special-order.

           if (so-status = ws-con-so-open)
               or (so-status = ws-con-so-received) then

               move so-cust-num to ws-req-check-num
               perform 820-search-request-table

               if (ws-req-found-flag = "Y") then
                   add so-deposit-amt
                       to ws-req-tbl-so-deposits(ws-req-match-idx)
               end-if

           end-if.

           read special-order-file
               at end move "Y" to ws-eof-flag.

      *A refund cheque still outstanding has the customer's name on
      *it until it clears.
       350-check-cheques-outstanding.

           move "N" to ws-eof-flag.

           open input cheque-register-file.

           if (ws-chq-status = "00") then

               read cheque-register-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 355-check-one-cheque
                   until ws-eof-flag = "Y"

               close cheque-register-file

           end-if.

       355-check-one-cheque.

           if (chq-status = ws-con-cheque-outstanding) then

               move chq-cust-num to ws-req-check-num
               perform 820-search-request-table

               if (ws-req-found-flag = "Y") then
                   add chq-amount
                       to ws-req-tbl-cheques-out(ws-req-match-idx)
               end-if

           end-if.

           read cheque-register-file
               at end move "Y" to ws-eof-flag.

      *Refuse every customer with money between them and the store;
      *give every other one the next free placeholder number.
       400-decide-requests.

           move ws-last-placeholder to ws-next-placeholder.

           perform 410-decide-one-request
               varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-tbl-cnt.

       410-decide-one-request.

           move ws-req-tbl-ar-balance(ws-req-idx) to ws-ar-amount.

           if (ws-req-tbl-ar-balance(ws-req-idx) > 0) then

               move "OWES MONEY ON HOUSE ACCOUNT" to ws-ar-reason
               perform 490-refuse-tabled-request

           else
           if (ws-req-tbl-ar-balance(ws-req-idx) < 0) then

               move "OWED A CREDIT ON HOUSE ACCOUNT" to ws-ar-reason
               perform 490-refuse-tabled-request

           else
           if (ws-req-tbl-lay-deposits(ws-req-idx) > 0) then

               move ws-req-tbl-lay-deposits(ws-req-idx)
                   to ws-ar-amount
               move "HOLDS LAYAWAY DEPOSITS" to ws-ar-reason
               perform 490-refuse-tabled-request

           else
           if (ws-req-tbl-refund-due(ws-req-idx) > 0) then

               move ws-req-tbl-refund-due(ws-req-idx)
                   to ws-ar-amount
               move "IS OWED A REFUND" to ws-ar-reason
               perform 490-refuse-tabled-request

           else
           if (ws-req-tbl-so-deposits(ws-req-idx) > 0) then

               move ws-req-tbl-so-deposits(ws-req-idx)
                   to ws-ar-amount
               move "HOLDS SPECIAL-ORDER DEPOSITS" to ws-ar-reason
               perform 490-refuse-tabled-request

           else
           if (ws-req-tbl-cheques-out(ws-req-idx) > 0) then

               move ws-req-tbl-cheques-out(ws-req-idx)
                   to ws-ar-amount
               move "HAS A REFUND CHEQUE OUT" to ws-ar-reason
               perform 490-refuse-tabled-request

           else

               perform 420-assign-placeholder
               move ws-next-placeholder
                   to ws-req-tbl-placeholder(ws-req-idx)
               move ws-con-req-approved
                   to ws-req-tbl-state(ws-req-idx)
               add 1 to ws-cnt-erased

           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Count down to the next number nobody on the master holds.
       420-assign-placeholder.

           move "Y" to ws-cust-found-flag.

           perform 425-try-next-placeholder
               until ws-cust-found-flag = "N".

       425-try-next-placeholder.

           if (ws-next-placeholder = 0) then
               move ws-con-first-placeholder to ws-next-placeholder
           else
               subtract 1 from ws-next-placeholder
           end-if.

           move ws-next-placeholder to ws-cust-check-num.
           perform 800-search-customer-table.

       490-refuse-tabled-request.

           move ws-con-req-refused to ws-req-tbl-state(ws-req-idx).

           move ws-run-date to ws-ar-run-date.
           move ws-req-tbl-ref(ws-req-idx) to ws-ar-request-ref.
           move ws-req-tbl-cust-num(ws-req-idx) to ws-ar-cust-num.
           move ws-req-tbl-operator(ws-req-idx) to ws-ar-operator-id.

           write audit-line from ws-audit-refused-line.
           add 1 to ws-cnt-refused.

      *Stream every file through the scratch file, replacing the
      *approved customers' numbers, and copy each one back.
       500-anonymize-files.

           move ws-con-req-approved to ws-req-check-state.

           move 1 to ws-file-sub.
           perform 510-anonymize-master.
           perform 590-copy-scratch-back.

           move 2 to ws-file-sub.
           perform 520-anonymize-history.
           perform 590-copy-scratch-back.

           move 3 to ws-file-sub.
           perform 530-anonymize-ar.
           perform 590-copy-scratch-back.

           move 4 to ws-file-sub.
           perform 540-anonymize-ar-activity.
           perform 590-copy-scratch-back.

           move 5 to ws-file-sub.
           perform 550-anonymize-layaways.
           perform 590-copy-scratch-back.

           move 6 to ws-file-sub.
           perform 560-anonymize-gift-cards.
           perform 590-copy-scratch-back.

           move 7 to ws-file-sub.
           perform 570-anonymize-refunds.
           perform 590-copy-scratch-back.

           move 8 to ws-file-sub.
           perform 580-anonymize-loyalty.
           perform 590-copy-scratch-back.

           move 9 to ws-file-sub.
           perform 585-anonymize-ledger-journal.
           perform 590-copy-scratch-back.

           move 10 to ws-file-sub.
           perform 577-anonymize-special-orders.
           perform 590-copy-scratch-back.

           move 11 to ws-file-sub.
           perform 583-anonymize-cheques.
           perform 590-copy-scratch-back.

      *The master keeps the account, closed, under its placeholder
      *number and name with the exemption certificate number taken
      *off, so the history still resolves to an account.
       510-anonymize-master.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 515-anonymize-one-customer
                   until ws-eof-flag = "Y"

               close customer-master-file

           end-if.

           close scratch-file.

       515-anonymize-one-customer.

           add 1 to ws-file-tot-in(ws-file-sub).
           add cm-credit-limit to ws-file-tot-amt-in(ws-file-sub).

           move cm-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to cm-cust-num
               move ws-con-erased-name to cm-cust-name
               move ws-con-status-closed to cm-status
               move spaces to cm-cert-num
               perform 595-count-replaced
           end-if.

           write scr-record from cm-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add cm-credit-limit to ws-file-tot-amt-out(ws-file-sub).

           read customer-master-file
               at end move "Y" to ws-eof-flag.

      *A staff purchase carries the employee in the customer number
      *and is left alone.
       520-anonymize-history.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input history-file.

           if (ws-hist-status = "00") then

               read history-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 525-anonymize-one-history
                   until ws-eof-flag = "Y"

               close history-file

           end-if.

           close scratch-file.

       525-anonymize-one-history.

           add 1 to ws-file-tot-in(ws-file-sub).

           if (th-trans-amt is numeric) then
               add th-trans-amt to ws-file-tot-amt-in(ws-file-sub)
           end-if.

           if (th-cust-num is numeric)
               and (th-reason-code not = ws-con-reason-staff) then

               move th-cust-num to ws-req-check-num
               perform 820-search-request-table

               if (ws-req-found-flag = "Y") then
                   move ws-req-tbl-placeholder(ws-req-match-idx)
                       to th-cust-num
                   perform 595-count-replaced
               end-if

           end-if.

           write scr-record from th-record.
           add 1 to ws-file-tot-out(ws-file-sub).

           if (th-trans-amt is numeric) then
               add th-trans-amt to ws-file-tot-amt-out(ws-file-sub)
           end-if.

           read history-file
               at end move "Y" to ws-eof-flag.

       530-anonymize-ar.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input ar-file.

           if (ws-ar-status = "00") then

               read ar-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 535-anonymize-one-ar
                   until ws-eof-flag = "Y"

               close ar-file

           end-if.

           close scratch-file.

       535-anonymize-one-ar.

           add 1 to ws-file-tot-in(ws-file-sub).
           add arl-charges to ws-file-tot-amt-in(ws-file-sub).

           move arl-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to arl-cust-num
               perform 595-count-replaced
           end-if.

           write scr-record from ar-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add arl-charges to ws-file-tot-amt-out(ws-file-sub).

           read ar-file
               at end move "Y" to ws-eof-flag.

       540-anonymize-ar-activity.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input ar-activity-file.

           if (ws-aract-status = "00") then

               read ar-activity-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 545-anonymize-one-ar-activity
                   until ws-eof-flag = "Y"

               close ar-activity-file

           end-if.

           close scratch-file.

       545-anonymize-one-ar-activity.

           add 1 to ws-file-tot-in(ws-file-sub).
           add aa-amount to ws-file-tot-amt-in(ws-file-sub).

           move aa-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to aa-cust-num
               perform 595-count-replaced
           end-if.

           write scr-record from ar-activity-rec.
           add 1 to ws-file-tot-out(ws-file-sub).
           add aa-amount to ws-file-tot-amt-out(ws-file-sub).

           read ar-activity-file
               at end move "Y" to ws-eof-flag.

       550-anonymize-layaways.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input layaway-file.

           if (ws-lay-status = "00") then

               read layaway-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 555-anonymize-one-layaway
                   until ws-eof-flag = "Y"

               close layaway-file

           end-if.

           close scratch-file.

       555-anonymize-one-layaway.

           add 1 to ws-file-tot-in(ws-file-sub).
           add lay-balance to ws-file-tot-amt-in(ws-file-sub).

           move lay-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to lay-cust-num
               perform 595-count-replaced
           end-if.

           write scr-record from lay-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add lay-balance to ws-file-tot-amt-out(ws-file-sub).

           read layaway-file
               at end move "Y" to ws-eof-flag.

      *A gift card's value belongs to whoever holds the card, so
      *the balance stays on it under the placeholder.
       560-anonymize-gift-cards.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input gc-file.

           if (ws-gc-status = "00") then

               read gc-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 565-anonymize-one-gift-card
                   until ws-eof-flag = "Y"

               close gc-file

           end-if.

           close scratch-file.

       565-anonymize-one-gift-card.

           add 1 to ws-file-tot-in(ws-file-sub).
           add gc-balance to ws-file-tot-amt-in(ws-file-sub).

           move gc-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to gc-cust-num
               perform 595-count-replaced
           end-if.

           write scr-record from gc-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add gc-balance to ws-file-tot-amt-out(ws-file-sub).

           read gc-file
               at end move "Y" to ws-eof-flag.

      *A customer still owed a refund was refused above, so only
      *settled lines can carry an erased customer here.
       570-anonymize-refunds.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input refund-file.

           if (ws-refund-status = "00") then

               read refund-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 575-anonymize-one-refund
                   until ws-eof-flag = "Y"

               close refund-file

           end-if.

           close scratch-file.

       575-anonymize-one-refund.

           add 1 to ws-file-tot-in(ws-file-sub).
           add rf-credit-amt to ws-file-tot-amt-in(ws-file-sub).

           move rf-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to rf-cust-num
               perform 595-count-replaced
           end-if.

           write scr-record from refund-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add rf-credit-amt to ws-file-tot-amt-out(ws-file-sub).

           read refund-file
               at end move "Y" to ws-eof-flag.

      *A customer with a deposit on an open order was refused
      *above, so only orders with nothing on deposit can carry an
      *erased customer here.
       577-anonymize-special-orders.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input special-order-file.

           if (ws-sord-status = "00") then

               read special-order-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 578-anonymize-one-special-order
                   until ws-eof-flag = "Y"

               close special-order-file

           end-if.

           close scratch-file.

       578-anonymize-one-special-order.

           add 1 to ws-file-tot-in(ws-file-sub).
           add so-deposit-amt to ws-file-tot-amt-in(ws-file-sub).

           move so-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to so-cust-num
               perform 595-count-replaced
           end-if.

           write scr-record from so-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add so-deposit-amt to ws-file-tot-amt-out(ws-file-sub).

           read special-order-file
               at end move "Y" to ws-eof-flag.

      *The loyalty control total is in points, not dollars.
       580-anonymize-loyalty.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input loyalty-file.

           if (ws-loy-status = "00") then

               read loyalty-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 582-anonymize-one-loyalty
                   until ws-eof-flag = "Y"

               close loyalty-file

           end-if.

           close scratch-file.

       582-anonymize-one-loyalty.

           add 1 to ws-file-tot-in(ws-file-sub).
           add loy-balance-pts to ws-file-tot-amt-in(ws-file-sub).

           move loy-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to loy-cust-num
               perform 595-count-replaced
           end-if.

           write scr-record from loy-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add loy-balance-pts to ws-file-tot-amt-out(ws-file-sub).

           read loyalty-file
               at end move "Y" to ws-eof-flag.

      *A customer with a cheque outstanding was refused above, so
      *only cleared cheques can carry an erased customer here. The
      *payee goes with the number - the cheque stays on the
      *register for the bank reconciliation under the placeholder
      *name.
       583-anonymize-cheques.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input cheque-register-file.

           if (ws-chq-status = "00") then

               read cheque-register-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 584-anonymize-one-cheque
                   until ws-eof-flag = "Y"

               close cheque-register-file

           end-if.

           close scratch-file.

       584-anonymize-one-cheque.

           add 1 to ws-file-tot-in(ws-file-sub).
           add chq-amount to ws-file-tot-amt-in(ws-file-sub).

           move chq-cust-num to ws-req-check-num.
           perform 820-search-request-table.

           if (ws-req-found-flag = "Y") then
               move ws-req-tbl-placeholder(ws-req-match-idx)
                   to chq-cust-num
               move ws-con-erased-name to chq-payee-name
               perform 595-count-replaced
           end-if.

           write scr-record from chq-record.
           add 1 to ws-file-tot-out(ws-file-sub).
           add chq-amount to ws-file-tot-amt-out(ws-file-sub).

           read cheque-register-file
               at end move "Y" to ws-eof-flag.

      *Only the loyalty lines of the journal are keyed by customer;
      *the layaway and gift-card lines are keyed by invoice and
      *card.
       585-anonymize-ledger-journal.

           move "N" to ws-eof-flag.
           open output scratch-file.
           open input ledger-journal-file.

           if (ws-ljrnl-status = "00") then

               read ledger-journal-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 587-anonymize-one-journal-line
                   until ws-eof-flag = "Y"

               close ledger-journal-file

           end-if.

           close scratch-file.

       587-anonymize-one-journal-line.

           add 1 to ws-file-tot-in(ws-file-sub).

           if (lj-trans-amt is numeric) then
               add lj-trans-amt to ws-file-tot-amt-in(ws-file-sub)
           end-if.

           if (lj-ledger-id = ws-con-ledger-loyalty)
               and (lj-key-cust-num is numeric) then

               move lj-key-cust-num to ws-req-check-num
               perform 820-search-request-table

               if (ws-req-found-flag = "Y") then
                   move ws-req-tbl-placeholder(ws-req-match-idx)
                       to lj-key-cust-num
                   perform 595-count-replaced
               end-if

           end-if.

           write scr-record from lj-record.
           add 1 to ws-file-tot-out(ws-file-sub).

           if (lj-trans-amt is numeric) then
               add lj-trans-amt to ws-file-tot-amt-out(ws-file-sub)
           end-if.

           read ledger-journal-file
               at end move "Y" to ws-eof-flag.

      *Copy the scratch file back over the file just streamed, then
      *empty the scratch behind it. A file that wasn't there to
      *begin with is left not there.
       590-copy-scratch-back.

           if (ws-file-tot-in(ws-file-sub) > 0) then

               move ws-file-path(ws-file-sub) to ws-rewrite-file-name
               move "N" to ws-scr-eof-flag

               open input scratch-file
               open output rewrite-file

               read scratch-file
                   at end move "Y" to ws-scr-eof-flag
               end-read

               perform 592-copy-one-scratch-record
                   until ws-scr-eof-flag = "Y"

               close scratch-file
               close rewrite-file

           end-if.

           open output scratch-file.
           close scratch-file.

       592-copy-one-scratch-record.

           write rew-record from scr-record.

           read scratch-file
               at end move "Y" to ws-scr-eof-flag.

       595-count-replaced.

           add 1 to ws-file-tot-replaced(ws-file-sub).
           add 1 to ws-req-tbl-file-cnt(ws-req-match-idx, ws-file-sub).

      *One line per erasure with what was rewritten where, then a
      *control line per file.
       600-write-erasure-audit.

           perform 605-set-file-heading
               varying ws-file-sub from 1 by 1
               until ws-file-sub > 11.

           write audit-line from ws-audit-file-heading.

           perform 610-write-one-erasure
               varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-tbl-cnt.

           perform 620-write-file-control
               varying ws-file-sub from 1 by 1
               until ws-file-sub > 11.

       605-set-file-heading.

           move ws-file-name(ws-file-sub)
               to ws-afh-file-name(ws-file-sub).

       610-write-one-erasure.

           if (ws-req-tbl-state(ws-req-idx) = ws-con-req-approved)
               then

               move ws-run-date to ws-ae-run-date
               move ws-req-tbl-ref(ws-req-idx) to ws-ae-request-ref
               move ws-req-tbl-placeholder(ws-req-idx)
                   to ws-ae-placeholder
               move ws-req-tbl-operator(ws-req-idx)
                   to ws-ae-operator-id

               perform 615-set-erasure-file-count
                   varying ws-file-sub from 1 by 1
                   until ws-file-sub > 11

               write audit-line from ws-audit-erased-line

           end-if.

       615-set-erasure-file-count.

           move ws-req-tbl-file-cnt(ws-req-idx, ws-file-sub)
               to ws-ae-file-cnt(ws-file-sub).

       620-write-file-control.

           move ws-file-name(ws-file-sub)    to ws-ac-file-name.
           move ws-file-tot-in(ws-file-sub)  to ws-ac-recs-in.
           move ws-file-tot-out(ws-file-sub) to ws-ac-recs-out.
           move ws-file-tot-replaced(ws-file-sub) to ws-ac-replaced.
           move ws-file-tot-amt-in(ws-file-sub)   to ws-ac-amt-in.
           move ws-file-tot-amt-out(ws-file-sub)  to ws-ac-amt-out.

           if (ws-file-tot-in(ws-file-sub)
               = ws-file-tot-out(ws-file-sub))
               and (ws-file-tot-amt-in(ws-file-sub)
                   = ws-file-tot-amt-out(ws-file-sub)) then
               move ws-con-tie-ok to ws-ac-tie-flag
           else
               move ws-con-tie-bad to ws-ac-tie-flag
               move 8 to return-code
           end-if.

           write audit-line from ws-audit-control-line.

      *Remember the last placeholder given out.
       650-save-erasure-control.

           move ws-next-placeholder to ec-last-placeholder.

           open output erasure-control-file.
           write ec-record.
           close erasure-control-file.

      *Log the run totals, then empty the request file so the same
      *requests aren't applied twice.
       700-write-audit-trailer.

           move ws-cnt-requests to ws-at-request-count.
           move ws-cnt-erased   to ws-at-erased-count.
           move ws-cnt-refused  to ws-at-refused-count.
           write audit-line from ws-audit-trailer-line.

           if (ws-req-present-flag = "Y") then
               close request-file
               open output request-file
               close request-file
           end-if.

      *Search the customer table for ws-cust-check-num.
       800-search-customer-table.

           move "N" to ws-cust-found-flag.

           perform 805-compare-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

      *Compare one customer entry to ws-cust-check-num, remembering
      *where the match sits - the perform varying above leaves
      *ws-cust-idx one past it by the time the loop stops.
       805-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag
               set ws-cust-match-idx to ws-cust-idx

           end-if.

      *Search the request table for a request for ws-req-check-num
      *in state ws-req-check-state.
       820-search-request-table.

           move "N" to ws-req-found-flag.

           perform 825-compare-request-entry
               varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-tbl-cnt
                   or ws-req-found-flag = "Y".

       825-compare-request-entry.

           if (ws-req-check-num = ws-req-tbl-cust-num(ws-req-idx))
               and (ws-req-check-state
                   = ws-req-tbl-state(ws-req-idx)) then

               move "Y" to ws-req-found-flag
               set ws-req-match-idx to ws-req-idx

           end-if.

      *Is ws-op-check-num a known operator holding at least this
      *program's required level? The answer lands in
      *ws-op-authorized-flag.
       850-check-operator-authority.

           move "N" to ws-op-authorized-flag.
           move "N" to ws-op-found-flag.

           perform 855-compare-operator-entry
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-tbl-cnt
                   or ws-op-found-flag = "Y".

           if (ws-op-found-flag = "Y")
               and (ws-op-tbl-level(ws-op-match-idx)
                   >= ws-con-required-level) then

               move "Y" to ws-op-authorized-flag

           end-if.

       855-compare-operator-entry.

           if (ws-op-check-num = ws-op-tbl-num(ws-op-idx)) then

               move "Y" to ws-op-found-flag
               set ws-op-match-idx to ws-op-idx

           end-if.

      *Close the used files.
       999-close-files.

           close audit-log-file.

       end program Program59.
