       identification division.
       program-id. Program45.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Receiving against purchase orders. Applies the
      *         stores' receiving control file to the open lines on
      *         the purchase-order file - a delivery adds to the
      *         line's received quantity and closes it once the
      *         order is filled - and prints a receiving report
      *         calling out every delivery that came in short, came
      *         in over, or matched no open order at all. Every
      *         unit received, ordered or not, is written to a
      *         receipts extract so the on-hand ledger takes the
      *         stock in the same night. A customer special
      *         order whose PO line closes with goods on the dock
      *         is marked received on the special-orders file, so
      *         the store knows to call the customer in.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Chain restart skip list - Program60 lists the steps
      *already complete for a run being restarted.
           select restart-skip-file
               assign to
               "../../../../Program1/data/chain-restart-skip.dat"
               organization is line sequential
               file status is ws-rskip-status.

      *Receiving control file - the stores drop one line per SKU
      *delivered: store, vendor, the PO number off the packing slip
      *(blank when there wasn't one), SKU, quantity, receipt date,
      *the operator who checked it in, and a C in the close flag
      *when the vendor has said the balance of a short line will
      *never ship. The file is emptied once applied, the same
      *truncate-after-consuming pattern the other control files
      *use.
           select receipt-file
               assign to "../../../data/receipts.dat"
               organization is line sequential
               file status is ws-rcpt-status.

      *The persistent purchase-order file Program44 issues lines
      *to, loaded in full and rewritten with this run's receipts
      *applied.
           select po-file
               assign to
               "../../../../Program44/data/purchase-orders.dat"
               organization is line sequential
               file status is ws-po-status.

      *Before-image of the purchase-order file, taken at the start
      *of the run so a bad day can be backed out by restoring the
      *.bak copy. It is the first step of the chain to touch the
      *file, so it takes the image for the PO issue after it too.
           select po-backup-file
               assign to
               "../../../../Program44/data/purchase-orders.bak"
               organization is line sequential.

      *Open special-orders file Program2 keeps and Program44
      *stamps with the PO line raised for each order.
           select special-order-file
               assign to
               "../../../../Program2/data/special-orders.dat"
               organization is line sequential
               file status is ws-sord-status.

      *Receiving control - the run id whose receipts were last
      *applied, so an accidental second run is skipped and the
      *first run's receipts extract is left for the ledger.
           select recv-control-file
               assign to "../../../data/receiving-control.dat"
               organization is line sequential
               file status is ws-rcvctl-status.

           select recv-control-backup-file
               assign to "../../../data/receiving-control.bak"
               organization is line sequential.

      *Receipts extract - one record per delivery applied tonight,
      *the store, SKU and units Program42 adds to the on-hand
      *ledger.
           select received-units-file
               assign to "../../../data/received-units.dat"
               organization is line sequential.

      *Operator master reference file - who may drop instructions
      *in the control files, and at what authorization level (1
      *clerk, 2 supervisor, 3 manager). An instruction from an
      *unknown or under-authorized operator is refused and logged.
           select operator-master-file
               assign to
               "../../../../Program1/data/operator-master.dat"
               organization is line sequential
               file status is ws-opmst-status.

      *Audit log - one line per applied (or rejected) receipt,
      *appended forever.
           select audit-log-file
               assign to "../../../data/receiving-audit.log"
               organization is line sequential
               file status is ws-audit-status.

      *Output file declaration
           select receiving-report-file
               assign to "../../../data/receiving-report.out"
               organization is line sequential.

      *Run-history audit file - every program in the chain appends
      *one completion record here.
           select run-history-file
               assign to "../../../../Program1/data/run-history.dat"
               organization is line sequential
               file status is ws-runhist-status.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here so every program downstream can stamp
      *the same pair on its own output.
           select run-id-file
               assign to "../../../../Program1/data/run-id.dat"
               organization is line sequential
               file status is ws-runid-status.

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

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the receipt record - one delivery per line.
       fd receipt-file
           data record is rc-record
           record contains 44 characters.

       01 rc-record.
           05 rc-store-num                     pic xx.
           05 rc-vendor-id                     pic x(5).
           05 rc-po-number                     pic x(6).
           05 rc-sku-code                      pic x(15).
           05 rc-quantity                      pic x(5).
           05 rc-receipt-date                  pic x(6).
           05 rc-operator-id                   pic x(4).
           05 rc-close-flag                    pic x.

      *Define the purchase-order line record - same shape Program44
      *writes it.
       fd po-file
           data record is po-record
           record contains 61 characters.

       01 po-record.
           05 po-number                        pic 9(6).
           05 po-line-num                      pic 9(3).
           05 po-vendor-id                     pic x(5).
           05 po-store-num                     pic 99.
           05 po-sku-code                      pic x(15).
           05 po-order-date                    pic 9(6).
           05 po-due-date                      pic 9(6).
           05 po-qty-ordered                   pic 9(5).
           05 po-qty-received                  pic 9(5).
           05 po-unit-cost                     pic 9(5)v99.
           05 po-status                        pic x.

       fd po-backup-file
           data record is po-bak-record
           record contains 61 characters.

       01 po-bak-record                        pic x(61).

      *Define the special-order record - same shape Program2
      *writes it.
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

      *Define the receiving control record.
       fd recv-control-file
           data record is rv-record
           record contains 8 characters.

       01 rv-record.
           05 rv-last-run-id                   pic 9(8).

       fd recv-control-backup-file
           data record is rv-bak-record
           record contains 8 characters.

       01 rv-bak-record                        pic x(8).

      *Define the receipts extract record.
       fd received-units-file
           data record is ru-record
           record contains 22 characters.

       01 ru-record.
           05 ru-store-num                     pic 99.
           05 ru-sku-code                      pic x(15).
           05 ru-units                         pic 9(5).

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

      *Define the report file
       fd receiving-report-file
           data record is receiving-line
           record contains 120 characters.

       01 receiving-line                       pic x(120).

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

      *Define the run-id record - today's batch date plus a
      *time-of-day run id.
       fd run-id-file
           data record is ri-record
           record contains 14 characters.

       01 ri-record.
           05 ri-batch-date                    pic 9(6).
           05 ri-run-id                        pic 9(8).

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

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM45 - already complete, skipped on restart".

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

       77 ws-rcpt-status                       pic xx
           value "00".
       77 ws-po-status                         pic xx
           value "00".
       77 ws-rcvctl-status                     pic xx
           value "00".
       77 ws-opmst-status                      pic xx
           value "00".
       77 ws-audit-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-sord-status                       pic xx
           value "00".

       77 ws-rcpt-eof-flag                     pic x
           value "N".
       77 ws-po-eof-flag                       pic x
           value "N".
       77 ws-op-eof-flag                       pic x
           value "N".
       77 ws-sord-eof-flag                     pic x
           value "N".

      *Remembers whether the receipt file was on hand at open time -
      *the file status itself moves to "10" at end-of-file, so it
      *can't answer that question later.
       77 ws-rcpt-present-flag                 pic x
           value "N".

       77 ws-rerun-flag                        pic x
           value "N".

      *Console warning raised when this run's id already applied
      *its receipts - nothing is applied again, and the extract and
      *report the first run wrote are left as they stand.
       01 ws-con-rerun-msg                     pic x(52)
           value "*** RERUN DETECTED - receipts already applied".

       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-cnt-records-read                  pic 9(6)
           value 0.
       77 ws-cnt-applied                       pic 9(4)
           value 0.
       77 ws-cnt-rejected                      pic 9(4)
           value 0.
       77 ws-cnt-full                          pic 9(4)
           value 0.
       77 ws-cnt-short                         pic 9(4)
           value 0.
       77 ws-cnt-over                          pic 9(4)
           value 0.
       77 ws-cnt-unordered                     pic 9(4)
           value 0.
       77 ws-cnt-so-received                   pic 9(4)
           value 0.

      *Checking a delivery in is a clerk's job - any operator on
      *the operator master may submit a receipt.
       77 ws-con-required-level                pic 9
           value 1.

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

      *In-memory copy of the purchase-order file.
       01 ws-po-tbl-cnt                        pic 9(5)
           value 0.

       01 ws-po-tbl.
           05 ws-po-tbl-entry                  occurs 1 to 20000
                   times depending on ws-po-tbl-cnt
                   indexed by ws-po-idx.
               10 ws-po-tbl-number              pic 9(6).
               10 ws-po-tbl-line-num            pic 9(3).
               10 ws-po-tbl-vendor              pic x(5).
               10 ws-po-tbl-store               pic 99.
               10 ws-po-tbl-sku                 pic x(15).
               10 ws-po-tbl-order-date          pic 9(6).
               10 ws-po-tbl-due-date            pic 9(6).
               10 ws-po-tbl-qty-ordered         pic 9(5).
               10 ws-po-tbl-qty-received        pic 9(5).
               10 ws-po-tbl-unit-cost           pic 9(5)v99.
               10 ws-po-tbl-status              pic x.

       77 ws-po-check-store                    pic 99
           value 0.
       77 ws-po-check-number                   pic 9(6)
           value 0.
       77 ws-po-found-flag                     pic x
           value "N".
       77 ws-po-match-idx                      pic 9(5)
           value 0.

      *In-memory copy of the special-orders file, each order kept
      *as the record image so it goes back out unchanged except
      *for the receipt stamped on it here.
       01 ws-sord-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-sord-tbl.
           05 ws-sord-tbl-entry                occurs 1 to 5000 times
                   depending on ws-sord-tbl-cnt
                   indexed by ws-sord-idx.
               10 ws-sord-tbl-record            pic x(79).

       77 ws-po-check-line                     pic 9(3)
           value 0.

      *Work fields for the receipt being applied.
       01 ws-calc-receipt-qty                  pic 9(5)
           value 0.
       01 ws-calc-prev-received                pic 9(5)
           value 0.
       01 ws-calc-new-received                 pic 9(6)
           value 0.
       01 ws-calc-balance                      pic s9(6)
           value 0.

       01 ws-con-status-names.
           05 ws-con-st-received               pic x(12)
               value "RECEIVED".
           05 ws-con-st-short                  pic x(12)
               value "** SHORT *".
           05 ws-con-st-short-closed           pic x(12)
               value "** SHORT CLS".
           05 ws-con-st-over                   pic x(12)
               value "** OVER **".
           05 ws-con-st-unordered              pic x(12)
               value "** NO PO **".

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
           05 filler                           pic x(33)
               value "RECEIVING AGAINST PURCHASE ORDERS".

       01 ws-column-headers.
           05 filler                           pic x(2).
           05 filler                           pic x(5)
               value "STORE".
           05 filler                           pic x(2).
           05 filler                           pic x(6)
               value "VENDOR".
           05 filler                           pic x(2).
           05 filler                           pic x(6)
               value "PO".
           05 filler                           pic x(2).
           05 filler                           pic x(4)
               value "LINE".
           05 filler                           pic x(2).
           05 filler                           pic x(3)
               value "SKU".
           05 filler                           pic x(14).
           05 filler                           pic x(7)
               value "ORDERED".
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "PREV RC".
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "THIS RC".
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "BALANCE".
           05 filler                           pic x(3).
           05 filler                           pic x(6)
               value "STATUS".

       01 ws-detail-line.
           05 filler                           pic x(3).
           05 ws-dl-store-num                  pic xx.
           05 filler                           pic x(4).
           05 ws-dl-vendor-id                  pic x(5).
           05 filler                           pic x(3).
           05 ws-dl-po-number                  pic x(6).
           05 filler                           pic x(3).
           05 ws-dl-line-area.
               10 ws-dl-line-num               pic zz9.
           05 filler                           pic x(2).
           05 ws-dl-sku-code                   pic x(15).
           05 filler                           pic x(2).
           05 ws-dl-qty-area.
               10 ws-dl-qty-ordered            pic zz,zz9.
               10 filler                       pic x(4).
               10 ws-dl-prev-received          pic zz,zz9.
           05 filler                           pic x(4).
           05 ws-dl-this-receipt               pic zz,zz9.
           05 filler                           pic x(3).
           05 ws-dl-balance-area.
               10 ws-dl-balance                pic zzz,zz9-.
           05 filler                           pic x(2).
           05 ws-dl-status                     pic x(12).

       01 ws-trailer-line-1.
           05 filler                           pic x(20)
               value "RECEIPTS APPLIED:   ".
           05 ws-t1-applied-count              pic z,zz9.
           05 filler                           pic x(12)
               value "  RECEIVED: ".
           05 ws-t1-full-count                 pic z,zz9.
           05 filler                           pic x(9)
               value "  SHORT: ".
           05 ws-t1-short-count                pic z,zz9.
           05 filler                           pic x(8)
               value "  OVER: ".
           05 ws-t1-over-count                 pic z,zz9.
           05 filler                           pic x(13)
               value "  UNORDERED: ".
           05 ws-t1-unordered-count            pic z,zz9.

       01 ws-trailer-line-2.
           05 filler                           pic x(20)
               value "NOT APPLIED:        ".
           05 ws-t2-rejected-count             pic z,zz9.
           05 filler                           pic x(31)
               value " - see receiving-audit.log".

       01 ws-trailer-line-3.
           05 filler                           pic x(25)
               value "SPECIAL ORDERS RECEIVED: ".
           05 ws-t3-so-received-count          pic z,zz9.
           05 filler                           pic x(29)
               value " - customer to be called in".

       01 ws-audit-header.
           05 filler                           pic x(24)
               value "RECEIVING AGAINST POS   ".
           05 ws-ah-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-ah-run-id                     pic 9(8).

       01 ws-audit-applied-line.
           05 ws-aa-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(7)
               value "STORE: ".
           05 ws-aa-store-num                  pic xx.
           05 filler                           pic x(7)
               value "  SKU: ".
           05 ws-aa-sku-code                   pic x(15).
           05 filler                           pic x(6)
               value "  PO: ".
           05 ws-aa-po-number                  pic x(6).
           05 filler                           pic x(7)
               value "  QTY: ".
           05 ws-aa-quantity                   pic zz,zz9.
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-status                     pic x(12).
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-aa-operator-id                pic x(4).

       01 ws-audit-rejected-line.
           05 ws-ar-run-date                   pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 filler                           pic x(7)
               value "STORE: ".
           05 ws-ar-store-num                  pic xx.
           05 filler                           pic x(7)
               value "  SKU: ".
           05 ws-ar-sku-code                   pic x(15).
           05 filler                           pic x(12)
               value "  REJECTED: ".
           05 ws-ar-reason                     pic x(30).
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-ar-operator-id                pic x(4).

       01 ws-audit-trailer-line.
           05 filler                           pic x(18)
               value "RECEIPTS APPLIED: ".
           05 ws-at-applied-count              pic zzz9.
           05 filler                           pic x(13)
               value "  REJECTED: ".
           05 ws-at-rejected-count             pic zzz9.

       procedure division.
       000-main.

           perform 040-check-restart-skip.

           if (ws-restart-skip-flag = "Y") then
               display ws-con-restart-skip-msg
               move 0 to return-code
               goback
           end-if.

           perform 050-acquire-run-lock.

           if (ws-lock-denied-flag = "Y") then
               goback
           end-if.

           accept ws-rh-start-time from time.

           perform 105-load-run-id.
           perform 110-check-rerun.

           if (ws-rerun-flag not = "Y") then
               perform 100-open-files
               perform 300-apply-receipts
                   until ws-rcpt-eof-flag = "Y"
               perform 400-mark-special-orders
               perform 600-rewrite-po-file
               perform 650-write-recv-control
               perform 700-write-report-trailer
               perform 780-write-audit-trailer
               perform 999-close-files
           end-if.

           perform 990-write-run-history.

           perform 995-release-run-lock.
           goback.

      *On a chain restart, step aside when Program60 has listed
      *this step as already complete for the run being picked up
      *again - nothing is opened, posted or written twice.
       040-check-restart-skip.

           open input restart-skip-file.

           if (ws-rskip-status = "00") then

               read restart-skip-file
                   at end move "Y" to ws-rskip-eof-flag
               end-read

               perform 045-check-one-skip-entry
                   until ws-rskip-eof-flag = "Y"

               close restart-skip-file

           end-if.

       045-check-one-skip-entry.

           if (rs-program-id = "PROGRAM45 ") then
               move "Y" to ws-restart-skip-flag
           end-if.

           read restart-skip-file
               at end move "Y" to ws-rskip-eof-flag.

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

               move "PROGRAM45 "       to lk-program-id
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

      *Load the PO file and the operators, open the extract, the
      *report and the audit log, and read the first receipt. No
      *receipt file just means nothing was delivered today - the
      *extract is still written, empty, so the ledger doesn't post
      *yesterday's receipts again.
       100-open-files.

           perform 130-load-po-file.
           perform 150-load-operator-master.

           open output received-units-file.

           open output receiving-report-file.
           write receiving-line from ws-batch-header-line.
           write receiving-line from ws-report-header.
           write receiving-line from spaces.
           write receiving-line from ws-column-headers.
           write receiving-line from spaces.

           open extend audit-log-file.

           if (ws-audit-status not = "00") then
               open output audit-log-file
           end-if.

           move bh-batch-date to ws-ah-run-date.
           move bh-run-id     to ws-ah-run-id.
           write audit-line from ws-audit-header.

           open input receipt-file.

           if (ws-rcpt-status = "00") then

               move "Y" to ws-rcpt-present-flag

               read receipt-file
                   at end move "Y" to ws-rcpt-eof-flag
               end-read

           else

               move "Y" to ws-rcpt-eof-flag

           end-if.

      *Pick up the batch date and run id Program1 stamped for this
      *run. A missing file just leaves the header at zeros rather
      *than aborting.
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

      *Take the before-image of the receiving control and compare
      *the run id that last applied receipts to this run's - a
      *match means this run's receipts are already on the PO file
      *and in the extract.
       110-check-rerun.

           open input recv-control-file.

           if (ws-rcvctl-status = "00") then

               read recv-control-file
                   at end continue
                   not at end
                       if (rv-last-run-id = bh-run-id)
                           and (bh-run-id not = 0) then
                           move "Y" to ws-rerun-flag
                           display ws-con-rerun-msg
                       else
                           open output recv-control-backup-file
                           write rv-bak-record from rv-record
                           close recv-control-backup-file
                       end-if
               end-read

               close recv-control-file

           end-if.

      *Load the purchase-order file, taking the before-image as it
      *goes. A missing file means no PO has been issued yet - every
      *delivery is unordered.
       130-load-po-file.

           open input po-file.

           if (ws-po-status = "00") then

               open output po-backup-file

               read po-file
                   at end move "Y" to ws-po-eof-flag
               end-read

               perform 135-load-po-entry
                   until ws-po-eof-flag = "Y"

               close po-file
               close po-backup-file

           end-if.

       135-load-po-entry.

           write po-bak-record from po-record.

           add 1 to ws-po-tbl-cnt.
           set ws-po-idx to ws-po-tbl-cnt.

           move po-number        to ws-po-tbl-number(ws-po-idx).
           move po-line-num      to ws-po-tbl-line-num(ws-po-idx).
           move po-vendor-id     to ws-po-tbl-vendor(ws-po-idx).
           move po-store-num     to ws-po-tbl-store(ws-po-idx).
           move po-sku-code      to ws-po-tbl-sku(ws-po-idx).
           move po-order-date    to ws-po-tbl-order-date(ws-po-idx).
           move po-due-date      to ws-po-tbl-due-date(ws-po-idx).
           move po-qty-ordered   to ws-po-tbl-qty-ordered(ws-po-idx).
           move po-qty-received  to ws-po-tbl-qty-received(ws-po-idx).
           move po-unit-cost     to ws-po-tbl-unit-cost(ws-po-idx).
           move po-status        to ws-po-tbl-status(ws-po-idx).

           read po-file
               at end move "Y" to ws-po-eof-flag.

      *Load the operator master into a table. A missing file means
      *no operator can authorize anything - every receipt is
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

      *Apply one receipt: the operator has to be on file, the store
      *and quantity numeric, the SKU present and the PO number
      *numeric or blank. Anything else is logged as rejected and
      *skipped - the PO file is never half-updated.
       300-apply-receipts.

           add 1 to ws-cnt-records-read.

           move rc-operator-id to ws-ar-operator-id.
           move rc-operator-id to ws-aa-operator-id.

           perform 305-check-receipt-operator.

           if (ws-op-authorized-flag not = "Y") then

               move "OPERATOR NOT AUTHORIZED" to ws-ar-reason
               perform 390-reject-receipt

           else
           if (rc-store-num is not numeric)
               or (rc-quantity is not numeric) then

               move "STORE OR QUANTITY NOT NUMERIC" to ws-ar-reason
               perform 390-reject-receipt

           else
           if (rc-quantity = "00000") then

               move "QUANTITY IS ZERO" to ws-ar-reason
               perform 390-reject-receipt

           else
           if (rc-sku-code = spaces) then

               move "SKU IS BLANK" to ws-ar-reason
               perform 390-reject-receipt

           else
           if (rc-po-number not = spaces)
               and (rc-po-number is not numeric) then

               move "PO NUMBER NOT NUMERIC" to ws-ar-reason
               perform 390-reject-receipt

           else

               perform 310-match-receipt

           end-if
           end-if
           end-if
           end-if
           end-if.

           read receipt-file
               at end move "Y" to ws-rcpt-eof-flag.

      *The receipt only stands when the operator who checked it in
      *is on the operator master.
       305-check-receipt-operator.

           move "N" to ws-op-authorized-flag.

           if (rc-operator-id is numeric) then

               move rc-operator-id to ws-op-check-num
               perform 550-check-operator-authority

           end-if.

      *Match the receipt to the oldest open PO line for its store
      *and SKU - on the PO number given, or on the vendor when the
      *packing slip carried none - and classify it against what was
      *ordered. The units go to the extract either way: stock on
      *the dock is on hand whether anyone ordered it or not.
       310-match-receipt.

           move rc-store-num to ws-po-check-store.
           move 0 to ws-po-check-number.

           if (rc-po-number not = spaces) then
               move rc-po-number to ws-po-check-number
           end-if.

           perform 500-search-open-po-line.

           move rc-quantity to ws-calc-receipt-qty.

           move rc-store-num        to ws-dl-store-num.
           move rc-vendor-id        to ws-dl-vendor-id.
           move rc-po-number        to ws-dl-po-number.
           move rc-sku-code         to ws-dl-sku-code.
           move ws-calc-receipt-qty to ws-dl-this-receipt.

           if (ws-po-found-flag = "Y") then
               perform 320-apply-to-po-line
           else
               perform 330-record-unordered
           end-if.

           write receiving-line from ws-detail-line.

           move rc-store-num        to ru-store-num.
           move rc-sku-code         to ru-sku-code.
           move ws-calc-receipt-qty to ru-units.
           write ru-record.

           move bh-batch-date       to ws-aa-run-date.
           move rc-store-num        to ws-aa-store-num.
           move rc-sku-code         to ws-aa-sku-code.
           move ws-dl-po-number     to ws-aa-po-number.
           move ws-calc-receipt-qty to ws-aa-quantity.
           move ws-dl-status        to ws-aa-status.
           write audit-line from ws-audit-applied-line.

           add 1 to ws-cnt-applied.

      *Add the delivery to the line. Filled exactly, or over, the
      *line closes. Short, it stays open for the balance unless the
      *receipt says the balance will never come.
       320-apply-to-po-line.

           move ws-po-tbl-qty-received(ws-po-match-idx)
               to ws-calc-prev-received.

           compute ws-calc-new-received
               = ws-calc-prev-received + ws-calc-receipt-qty.

           if (ws-calc-new-received > 99999) then
               move 99999 to ws-calc-new-received
           end-if.

           move ws-calc-new-received
               to ws-po-tbl-qty-received(ws-po-match-idx).

           compute ws-calc-balance
               = ws-po-tbl-qty-ordered(ws-po-match-idx)
                   - ws-calc-new-received.

           move ws-po-tbl-number(ws-po-match-idx) to ws-dl-po-number.
           move ws-po-tbl-vendor(ws-po-match-idx) to ws-dl-vendor-id.
           move ws-po-tbl-line-num(ws-po-match-idx)
               to ws-dl-line-num.
           move ws-po-tbl-qty-ordered(ws-po-match-idx)
               to ws-dl-qty-ordered.
           move ws-calc-prev-received to ws-dl-prev-received.
           move ws-calc-balance       to ws-dl-balance.

           if (ws-calc-balance = 0) then

               move "C" to ws-po-tbl-status(ws-po-match-idx)
               move ws-con-st-received to ws-dl-status
               add 1 to ws-cnt-full

           else
           if (ws-calc-balance < 0) then

               move "C" to ws-po-tbl-status(ws-po-match-idx)
               move ws-con-st-over to ws-dl-status
               add 1 to ws-cnt-over

           else
           if (rc-close-flag = "C") then

               move "C" to ws-po-tbl-status(ws-po-match-idx)
               move ws-con-st-short-closed to ws-dl-status
               add 1 to ws-cnt-short

           else

               move ws-con-st-short to ws-dl-status
               add 1 to ws-cnt-short

           end-if
           end-if
           end-if.

      *No open line for it - the stock is taken in and flagged.
       330-record-unordered.

           move spaces to ws-dl-line-area.
           move spaces to ws-dl-qty-area.
           move spaces to ws-dl-balance-area.
           move ws-con-st-unordered to ws-dl-status.

           add 1 to ws-cnt-unordered.

       390-reject-receipt.

           move bh-batch-date to ws-ar-run-date.
           move rc-store-num  to ws-ar-store-num.
           move rc-sku-code   to ws-ar-sku-code.
           write audit-line from ws-audit-rejected-line.
           add 1 to ws-cnt-rejected.

      *Mark received every open special order whose PO line this
      *or an earlier run closed with goods on the dock, and write
      *the file back out. A missing file means no special orders
      *are open.
       400-mark-special-orders.

           open input special-order-file.

           if (ws-sord-status = "00") then

               read special-order-file
                   at end move "Y" to ws-sord-eof-flag
               end-read

               perform 405-load-special-order-entry
                   until ws-sord-eof-flag = "Y"

               close special-order-file

               perform 410-check-one-special-order
                   varying ws-sord-idx from 1 by 1
                   until ws-sord-idx > ws-sord-tbl-cnt

               open output special-order-file

               perform 415-write-one-special-order
                   varying ws-sord-idx from 1 by 1
                   until ws-sord-idx > ws-sord-tbl-cnt

               close special-order-file

           end-if.

       405-load-special-order-entry.

           add 1 to ws-sord-tbl-cnt.
           set ws-sord-idx to ws-sord-tbl-cnt.

           move so-record to ws-sord-tbl-record(ws-sord-idx).

           read special-order-file
               at end move "Y" to ws-sord-eof-flag.

       410-check-one-special-order.

           move ws-sord-tbl-record(ws-sord-idx) to so-record.

           if (so-status = "O") and (so-po-number > 0) then

               move so-po-number   to ws-po-check-number
               move so-po-line-num to ws-po-check-line
               perform 520-search-po-line-number

               if (ws-po-found-flag = "Y") then

                   if (ws-po-tbl-status(ws-po-match-idx) = "C")
                       and (ws-po-tbl-qty-received(ws-po-match-idx)
                           > 0) then

                       move bh-batch-date to so-received-date
                       move "R" to so-status
                       move so-record
                           to ws-sord-tbl-record(ws-sord-idx)
                       add 1 to ws-cnt-so-received

                   end-if

               end-if

           end-if.

       415-write-one-special-order.

           move ws-sord-tbl-record(ws-sord-idx) to so-record.
           write so-record.

      *Find the oldest open PO line for ws-po-check-store and the
      *receipt's SKU, on ws-po-check-number when one was given or
      *the receipt's vendor when it wasn't.
       500-search-open-po-line.

           move "N" to ws-po-found-flag.

           perform 510-compare-po-line
               varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-tbl-cnt
                   or ws-po-found-flag = "Y".

      *Compare one PO line, remembering where the match sits - the
      *perform varying above leaves ws-po-idx one past it by the
      *time the loop stops.
       510-compare-po-line.

           if (ws-po-tbl-status(ws-po-idx) = "O")
               and (ws-po-tbl-store(ws-po-idx) = ws-po-check-store)
               and (ws-po-tbl-sku(ws-po-idx) = rc-sku-code) then

               if (ws-po-check-number > 0) then

                   if (ws-po-tbl-number(ws-po-idx)
                       = ws-po-check-number) then
                       move "Y" to ws-po-found-flag
                       set ws-po-match-idx to ws-po-idx
                   end-if

               else
               if (rc-vendor-id = spaces)
                   or (ws-po-tbl-vendor(ws-po-idx) = rc-vendor-id)
                   then

                   move "Y" to ws-po-found-flag
                   set ws-po-match-idx to ws-po-idx

               end-if
               end-if

           end-if.

      *Find the PO line numbered ws-po-check-number and
      *ws-po-check-line, open or closed.
       520-search-po-line-number.

           move "N" to ws-po-found-flag.

           perform 530-compare-po-line-number
               varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-tbl-cnt
                   or ws-po-found-flag = "Y".

       530-compare-po-line-number.

           if (ws-po-tbl-number(ws-po-idx) = ws-po-check-number)
               and (ws-po-tbl-line-num(ws-po-idx)
                   = ws-po-check-line) then

               move "Y" to ws-po-found-flag
               set ws-po-match-idx to ws-po-idx

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

      *Write the purchase-order file back out with the receipts
      *applied.
       600-rewrite-po-file.

           open output po-file.

           perform 610-write-one-po-line
               varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-tbl-cnt.

           close po-file.

       610-write-one-po-line.

           move ws-po-tbl-number(ws-po-idx)       to po-number.
           move ws-po-tbl-line-num(ws-po-idx)     to po-line-num.
           move ws-po-tbl-vendor(ws-po-idx)       to po-vendor-id.
           move ws-po-tbl-store(ws-po-idx)        to po-store-num.
           move ws-po-tbl-sku(ws-po-idx)          to po-sku-code.
           move ws-po-tbl-order-date(ws-po-idx)   to po-order-date.
           move ws-po-tbl-due-date(ws-po-idx)     to po-due-date.
           move ws-po-tbl-qty-ordered(ws-po-idx)  to po-qty-ordered.
           move ws-po-tbl-qty-received(ws-po-idx) to po-qty-received.
           move ws-po-tbl-unit-cost(ws-po-idx)    to po-unit-cost.
           move ws-po-tbl-status(ws-po-idx)       to po-status.

           write po-record.

      *Stamp this run's id as the last to apply receipts.
       650-write-recv-control.

           move bh-run-id to rv-last-run-id.

           open output recv-control-file.
           write rv-record.
           close recv-control-file.

       700-write-report-trailer.

           write receiving-line from spaces.

           move ws-cnt-applied   to ws-t1-applied-count.
           move ws-cnt-full      to ws-t1-full-count.
           move ws-cnt-short     to ws-t1-short-count.
           move ws-cnt-over      to ws-t1-over-count.
           move ws-cnt-unordered to ws-t1-unordered-count.
           write receiving-line from ws-trailer-line-1.

           if (ws-cnt-rejected > 0) then
               move ws-cnt-rejected to ws-t2-rejected-count
               write receiving-line from ws-trailer-line-2
           end-if.

           if (ws-cnt-so-received > 0) then
               move ws-cnt-so-received to ws-t3-so-received-count
               write receiving-line from ws-trailer-line-3
           end-if.

      *Log the run totals, then empty the receipt file so the same
      *deliveries aren't applied twice.
       780-write-audit-trailer.

           move ws-cnt-applied  to ws-at-applied-count.
           move ws-cnt-rejected to ws-at-rejected-count.
           write audit-line from ws-audit-trailer-line.

           if (ws-rcpt-present-flag = "Y") then
               close receipt-file
               open output receipt-file
               close receipt-file
           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM45 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-records-read to rh-records-read.
           move ws-cnt-applied      to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

      *Close the used files.
       999-close-files.

           close received-units-file receiving-report-file
               audit-log-file.

       end program Program45.
