       identification division.
       program-id. Program44.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Purchase-order issue. Reads the on-hand ledger
      *         Program42 just rewrote and raises a purchase-order
      *         line for every store/SKU at or below its reorder
      *         point that is not already on order, grouped into
      *         one PO per vendor and store, due back after the
      *         vendor master's lead time. The lines are added to
      *         the persistent purchase-order file the receiving
      *         run matches deliveries against, and the POs are
      *         printed with the vendor's name and terms for the
      *         buyers to send out. SKUs that could not be ordered
      *         (no vendor, vendor inactive, already on order) are
      *         listed so nothing below its reorder point is
      *         silently left on the floor. Customer special
      *         orders still waiting on a PO are ordered too, one
      *         line per order for the quantity the customer paid
      *         a deposit on, and the PO number, line and date are
      *         stamped back on the special-orders file.

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

      *The on-hand ledger - one record per store/SKU pair with its
      *reorder point and the quantity to order up by.
           select on-hand-file
               assign to
               "../../../../Program42/data/on-hand-ledger.dat"
               organization is line sequential
               file status is ws-oh-status.

      *SKU master file - the vendor each SKU is bought from and the
      *unit cost the order is priced at.
           select sku-master-file
               assign to "../../../../Program3/data/sku-master.dat"
               organization is line sequential
               file status is ws-skumst-status.

      *Vendor master - name, terms, lead time and status.
           select vendor-master-file
               assign to
               "../../../../Program43/data/vendor-master.dat"
               organization is line sequential
               file status is ws-vndmst-status.

      *The persistent purchase-order file - one record per PO
      *line, open until the receiving run closes it. Loaded in
      *full and rewritten with this run's lines added. The
      *receiving step earlier in the chain takes its before-image.
           select po-file
               assign to "../../../data/purchase-orders.dat"
               organization is line sequential
               file status is ws-po-status.

      *Open special-orders file Program2 keeps - an order with no
      *PO number yet is raised here and stamped with its PO line.
           select special-order-file
               assign to
               "../../../../Program2/data/special-orders.dat"
               organization is line sequential
               file status is ws-sord-status.

      *PO number control - the next PO number to issue, the run id
      *that last issued, and the first PO number that run used, so
      *an accidental second run against the same ledger reprints
      *the same POs instead of ordering everything twice.
           select po-control-file
               assign to "../../../data/po-number-control.dat"
               organization is line sequential
               file status is ws-poctl-status.

           select po-control-backup-file
               assign to "../../../data/po-number-control.bak"
               organization is line sequential.

      *Output file declaration
           select po-report-file
               assign to "../../../data/purchase-orders-issued.out"
               organization is line sequential.

      *Run-history audit file - every program in the chain appends
      *one completion record here.
           select run-history-file
               assign to "../../../../Program1/data/run-history.dat"
               organization is line sequential
               file status is ws-runhist-status.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here; the batch date is the order date.
           select run-id-file
               assign to "../../../../Program1/data/run-id.dat"
               organization is line sequential
               file status is ws-runid-status.

      *Chain run-lock control file - this program rewrites the
      *shared purchase-order file, so it takes the lock the chain
      *programs do. The operator override is
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

      *Define the on-hand ledger record - same shape Program42
      *writes it.
       fd on-hand-file
           data record is oh-record
           record contains 46 characters.

       01 oh-record.
           05 oh-store-num                     pic 99.
           05 oh-sku-code                      pic x(15).
           05 oh-on-hand                       pic s9(7).
           05 oh-reorder-point                 pic 9(5).
           05 oh-reorder-qty                   pic 9(5).
           05 oh-last-count-date               pic 9(6).
           05 oh-last-move-date                pic 9(6).

      *Define the SKU master input record
       fd sku-master-file
           data record is sm-record-in
           record contains 60 characters.

       01 sm-record-in.
           05 sm-sku-code-in                   pic x(15).
           05 sm-sku-desc-in                   pic x(20).
           05 sm-sku-price-in                  pic 9(5)v99.
           05 sm-sku-cost-in                   pic 9(5)v99.
           05 sm-sku-vendor-in                 pic x(5).
           05 sm-sku-dept-in                   pic x(3).
           05 sm-sku-class-in                  pic x(3).

      *Define the vendor master record - same shape Program43
      *maintains it.
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

      *Define the purchase-order line record. Status O is open; C
      *is closed by the receiving run, fully received or closed
      *short.
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

      *Define the PO number control record.
       fd po-control-file
           data record is pn-record
           record contains 20 characters.

       01 pn-record.
           05 pn-next-po-number                pic 9(6).
           05 pn-last-run-id                   pic 9(8).
           05 pn-run-first-po                  pic 9(6).

       fd po-control-backup-file
           data record is pn-bak-record
           record contains 20 characters.

       01 pn-bak-record                        pic x(20).

      *Define the report file
       fd po-report-file
           data record is po-report-line
           record contains 110 characters.

       01 po-report-line                       pic x(110).

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
           value "PROGRAM44 - already complete, skipped on restart".

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

       77 ws-oh-status                         pic xx
           value "00".
       77 ws-skumst-status                     pic xx
           value "00".
       77 ws-vndmst-status                     pic xx
           value "00".
       77 ws-po-status                         pic xx
           value "00".
       77 ws-poctl-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-sord-status                       pic xx
           value "00".

       77 ws-oh-eof-flag                       pic x
           value "N".
       77 ws-skumst-eof-flag                   pic x
           value "N".
       77 ws-vndmst-eof-flag                   pic x
           value "N".
       77 ws-po-eof-flag                       pic x
           value "N".
       77 ws-sord-eof-flag                     pic x
           value "N".

       77 ws-rerun-flag                        pic x
           value "N".

      *Console warning raised when this run's id already issued
      *POs - nothing new is ordered, the same POs are reprinted.
       01 ws-con-rerun-msg                     pic x(52)
           value "*** RERUN DETECTED - no new orders issued".

       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-cnt-records-read                  pic 9(6)
           value 0.
       77 ws-cnt-below-reorder                 pic 9(5)
           value 0.
       77 ws-cnt-lines-issued                  pic 9(5)
           value 0.
       77 ws-cnt-pos-issued                    pic 9(5)
           value 0.
       77 ws-cnt-not-ordered                   pic 9(5)
           value 0.
       77 ws-cnt-so-ordered                    pic 9(5)
           value 0.
       77 ws-cnt-so-not-ordered                pic 9(5)
           value 0.

      *The PO numbers this run owns - from the first it issued to
      *one short of the next to be issued.
       77 ws-next-po-number                    pic 9(6)
           value 1.
       77 ws-run-first-po                      pic 9(6)
           value 1.
       77 ws-rpt-po-number                     pic 9(6)
           value 0.

      *Day-count working fields for the due date. The two-digit
      *years on file are this century's.
       01 ws-order-date-ymd                    pic 9(8)
           value 0.
       01 ws-due-date-ymd                      pic 9(8)
           value 0.
       01 ws-order-day-int                     pic 9(7)
           value 0.
       01 ws-due-day-int                       pic 9(7)
           value 0.

      *In-memory copy of the SKU master - description, cost and
      *vendor.
       01 ws-skumst-tbl-cnt                    pic 9(4)
           value 0.

       01 ws-skumst-tbl.
           05 ws-skumst-tbl-entry              occurs 1 to 2000 times
                   depending on ws-skumst-tbl-cnt
                   indexed by ws-skumst-idx.
               10 ws-skumst-tbl-code            pic x(15).
               10 ws-skumst-tbl-desc            pic x(20).
               10 ws-skumst-tbl-cost            pic 9(5)v99.
               10 ws-skumst-tbl-vendor          pic x(5).

       77 ws-sd-check-code                     pic x(15)
           value spaces.
       77 ws-sd-found-flag                     pic x
           value "N".
       77 ws-skumst-match-idx                  pic 9(4)
           value 0.

      *In-memory copy of the vendor master.
       01 ws-vnd-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-vnd-tbl.
           05 ws-vnd-tbl-entry                 occurs 1 to 1000 times
                   depending on ws-vnd-tbl-cnt
                   indexed by ws-vnd-idx.
               10 ws-vnd-tbl-id                 pic x(5).
               10 ws-vnd-tbl-name               pic x(25).
               10 ws-vnd-tbl-terms              pic x(8).
               10 ws-vnd-tbl-lead-days          pic 9(3).
               10 ws-vnd-tbl-status             pic x.

       77 ws-vnd-check-id                      pic x(5)
           value spaces.
       77 ws-vnd-found-flag                    pic x
           value "N".
       77 ws-vnd-match-idx                     pic 9(4)
           value 0.

      *In-memory copy of the purchase-order file, open and closed
      *lines alike, with this run's lines added on the end. The
      *on-hand figure is what the ledger showed when this run
      *raised the line - printed for the buyer, never written.
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
               10 ws-po-tbl-on-hand             pic s9(7).

       77 ws-po-check-store                    pic 99
           value 0.
       77 ws-po-check-sku                      pic x(15)
           value spaces.
       77 ws-po-found-flag                     pic x
           value "N".
       77 ws-po-match-idx                      pic 9(5)
           value 0.

      *The POs this run opened - one per vendor and store, with
      *the last line number used on each.
       01 ws-new-po-cnt                        pic 9(4)
           value 0.

       01 ws-new-po-tbl.
           05 ws-new-po-entry                  occurs 1 to 2000 times
                   depending on ws-new-po-cnt
                   indexed by ws-new-po-idx.
               10 ws-new-po-vendor              pic x(5).
               10 ws-new-po-store               pic 99.
               10 ws-new-po-number              pic 9(6).
               10 ws-new-po-last-line           pic 9(3).

       77 ws-new-po-found-flag                 pic x
           value "N".
       77 ws-new-po-match-idx                  pic 9(4)
           value 0.

      *Below-reorder SKUs that could not be ordered, with the
      *reason, for the report's closing section.
       01 ws-exc-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-exc-tbl.
           05 ws-exc-tbl-entry                 occurs 1 to 5000 times
                   depending on ws-exc-tbl-cnt
                   indexed by ws-exc-idx.
               10 ws-exc-tbl-store              pic 99.
               10 ws-exc-tbl-sku                pic x(15).
               10 ws-exc-tbl-on-hand            pic s9(7).
               10 ws-exc-tbl-reorder-point      pic 9(5).
               10 ws-exc-tbl-reason             pic x(24).
               10 ws-exc-tbl-po-number          pic 9(6).

       77 ws-exc-reason                        pic x(24)
           value spaces.

      *In-memory copy of the special-orders file, each order kept
      *as the record image so it goes back out unchanged except
      *for the PO it is stamped with here.
       01 ws-sord-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-sord-tbl.
           05 ws-sord-tbl-entry                occurs 1 to 5000 times
                   depending on ws-sord-tbl-cnt
                   indexed by ws-sord-idx.
               10 ws-sord-tbl-record            pic x(79).

      *Special orders that could not be ordered, with the reason.
       01 ws-sox-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-sox-tbl.
           05 ws-sox-tbl-entry                 occurs 1 to 5000 times
                   depending on ws-sox-tbl-cnt
                   indexed by ws-sox-idx.
               10 ws-sox-tbl-invoice            pic x(9).
               10 ws-sox-tbl-store              pic 99.
               10 ws-sox-tbl-sku                pic x(15).
               10 ws-sox-tbl-qty                pic 9(3).
               10 ws-sox-tbl-reason             pic x(24).

       01 ws-con-reasons.
           05 ws-con-rsn-on-order              pic x(24)
               value "ALREADY ON ORDER".
           05 ws-con-rsn-no-vendor             pic x(24)
               value "NO VENDOR ON SKU MASTER".
           05 ws-con-rsn-unknown-vendor        pic x(24)
               value "VENDOR NOT ON MASTER".
           05 ws-con-rsn-inactive-vendor       pic x(24)
               value "VENDOR INACTIVE".

      *Work fields for the line being raised.
       01 ws-calc-order-qty                    pic s9(7)
           value 0.
       01 ws-calc-line-cost                    pic 9(8)v99
           value 0.
       01 ws-po-total-cost                     pic 9(9)v99
           value 0.
       01 ws-grand-total-cost                  pic 9(9)v99
           value 0.

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
           05 filler                           pic x(24)
               value "PURCHASE ORDERS ISSUED".

       01 ws-po-header-line.
           05 filler                           pic x(1).
           05 filler                           pic x(4)
               value "PO: ".
           05 ws-ph-po-number                  pic 9(6).
           05 filler                           pic x(10)
               value "  VENDOR: ".
           05 ws-ph-vendor-id                  pic x(5).
           05 filler                           pic x(1).
           05 ws-ph-vendor-name                pic x(25).
           05 filler                           pic x(9)
               value "  TERMS: ".
           05 ws-ph-terms                      pic x(8).
           05 filler                           pic x(9)
               value "  STORE: ".
           05 ws-ph-store-num                  pic 99.
           05 filler                           pic x(7)
               value "  DUE: ".
           05 ws-ph-due-date                   pic 9(6).

       01 ws-po-column-headers.
           05 filler                           pic x(3).
           05 filler                           pic x(4)
               value "LINE".
           05 filler                           pic x(2).
           05 filler                           pic x(3)
               value "SKU".
           05 filler                           pic x(14).
           05 filler                           pic x(11)
               value "DESCRIPTION".
           05 filler                           pic x(11).
           05 filler                           pic x(7)
               value "ON HAND".
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "ORD QTY".
           05 filler                           pic x(3).
           05 filler                           pic x(9)
               value "UNIT COST".
           05 filler                           pic x(5).
           05 filler                           pic x(10)
               value "LINE TOTAL".

       01 ws-po-detail-line.
           05 filler                           pic x(4).
           05 ws-pd-line-num                   pic zz9.
           05 filler                           pic x(2).
           05 ws-pd-sku-code                   pic x(15).
           05 filler                           pic x(2).
           05 ws-pd-sku-desc                   pic x(20).
           05 filler                           pic x(2).
           05 ws-pd-on-hand-area.
               10 ws-pd-on-hand                pic z,zzz,zz9-.
           05 filler                           pic x(2).
           05 ws-pd-qty-ordered                pic zz,zz9.
           05 filler                           pic x(3).
           05 ws-pd-unit-cost                  pic $zz,zz9.99.
           05 filler                           pic x(2).
           05 ws-pd-line-cost                  pic $z,zzz,zz9.99.

       01 ws-po-total-line.
           05 filler                           pic x(60).
           05 filler                           pic x(17)
               value "PO TOTAL:        ".
           05 ws-pt-total-cost                 pic $$$,$$$,$$9.99.

       01 ws-exc-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "BELOW REORDER POINT - NOT ORDERED".

       01 ws-exc-detail-line.
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "STORE: ".
           05 ws-ed-store-num                  pic 99.
           05 filler                           pic x(7)
               value "  SKU: ".
           05 ws-ed-sku-code                   pic x(15).
           05 filler                           pic x(11)
               value "  ON HAND: ".
           05 ws-ed-on-hand                    pic z,zzz,zz9-.
           05 filler                           pic x(11)
               value "  REORDER: ".
           05 ws-ed-reorder-point              pic zz,zz9.
           05 filler                           pic x(2).
           05 ws-ed-reason                     pic x(24).
           05 ws-ed-po-note.
               10 filler                       pic x(4).
               10 ws-ed-po-number              pic 9(6).

       01 ws-sox-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "SPECIAL ORDERS - NOT ORDERED".

       01 ws-sox-detail-line.
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "STORE: ".
           05 ws-xd-store-num                  pic 99.
           05 filler                           pic x(7)
               value "  SKU: ".
           05 ws-xd-sku-code                   pic x(15).
           05 filler                           pic x(9)
               value "  ORDER: ".
           05 ws-xd-invoice                    pic x(9).
           05 filler                           pic x(7)
               value "  QTY: ".
           05 ws-xd-qty                        pic zz9.
           05 filler                           pic x(2).
           05 ws-xd-reason                     pic x(24).

       01 ws-trailer-line-1.
           05 filler                           pic x(21)
               value "BELOW REORDER POINT: ".
           05 ws-t1-below-count                pic zz,zz9.
           05 filler                           pic x(17)
               value "  LINES ORDERED: ".
           05 ws-t1-lines-count                pic zz,zz9.
           05 filler                           pic x(15)
               value "  NOT ORDERED: ".
           05 ws-t1-not-ordered-count          pic zz,zz9.

       01 ws-trailer-line-2.
           05 filler                           pic x(21)
               value "POS ISSUED:          ".
           05 ws-t2-po-count                   pic zz,zz9.
           05 filler                           pic x(17)
               value "  TOTAL COST:    ".
           05 ws-t2-total-cost                 pic $$$,$$$,$$9.99.

       01 ws-trailer-line-3.
           05 filler                           pic x(21)
               value "SPECIAL ORDERS:      ".
           05 ws-t3-so-count                   pic zz,zz9.
           05 filler                           pic x(17)
               value "  LINES ORDERED: ".
           05 ws-t3-so-ordered-count           pic zz,zz9.
           05 filler                           pic x(15)
               value "  NOT ORDERED: ".
           05 ws-t3-so-not-ordered-count       pic zz,zz9.

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

           perform 100-open-files.

           if (ws-rerun-flag not = "Y") then
               perform 200-issue-orders
               perform 250-order-special-orders
               perform 600-rewrite-po-file
               perform 620-rewrite-special-orders
               perform 650-write-po-control
           end-if.

           perform 700-write-po-report.
           perform 990-write-run-history.
           perform 999-close-files.

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

           if (rs-program-id = "PROGRAM44 ") then
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

               move "PROGRAM44 "       to lk-program-id
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

      *Load the run id, the PO number control and the reference
      *files, then open the report.
       100-open-files.

           perform 105-load-run-id.
           perform 110-check-rerun.
           perform 120-load-sku-master.
           perform 130-load-vendor-master.
           perform 140-load-po-file.

           compute ws-order-date-ymd = 20000000 + bh-batch-date.
           compute ws-order-day-int
               = function integer-of-date(ws-order-date-ymd).

           open output po-report-file.
           write po-report-line from ws-batch-header-line.
           write po-report-line from ws-report-header.
           write po-report-line from spaces.

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

      *Pick up the next PO number, taking the control's
      *before-image. A run id that already issued means this is a
      *second pass over the same ledger - the POs that run issued
      *are reprinted and nothing is ordered twice. A missing file
      *is the first run ever and numbering starts at 1.
       110-check-rerun.

           open input po-control-file.

           if (ws-poctl-status = "00") then

               read po-control-file
                   at end continue
                   not at end
                       if (pn-last-run-id = bh-run-id)
                           and (bh-run-id not = 0) then
                           move "Y" to ws-rerun-flag
                           display ws-con-rerun-msg
                           move pn-run-first-po to ws-run-first-po
                       else
                           open output po-control-backup-file
                           write pn-bak-record from pn-record
                           close po-control-backup-file
                           move pn-next-po-number
                               to ws-run-first-po
                       end-if
                       move pn-next-po-number to ws-next-po-number
               end-read

               close po-control-file

           end-if.

      *Load the SKU master with descriptions, costs and vendors.
       120-load-sku-master.

           open input sku-master-file.

           if (ws-skumst-status = "00") then

               read sku-master-file
                   at end move "Y" to ws-skumst-eof-flag
               end-read

               perform 125-load-sku-entry
                   until ws-skumst-eof-flag = "Y"

               close sku-master-file

           end-if.

       125-load-sku-entry.

           add 1 to ws-skumst-tbl-cnt.
           set ws-skumst-idx to ws-skumst-tbl-cnt.

           move sm-sku-code-in   to ws-skumst-tbl-code(ws-skumst-idx).
           move sm-sku-desc-in   to ws-skumst-tbl-desc(ws-skumst-idx).
           move sm-sku-cost-in   to ws-skumst-tbl-cost(ws-skumst-idx).
           move sm-sku-vendor-in
               to ws-skumst-tbl-vendor(ws-skumst-idx).

           read sku-master-file
               at end move "Y" to ws-skumst-eof-flag.

      *Load the vendor master. A missing file means no SKU can be
      *ordered - each one lands on the not-ordered list, visible
      *rather than silent.
       130-load-vendor-master.

           open input vendor-master-file.

           if (ws-vndmst-status = "00") then

               read vendor-master-file
                   at end move "Y" to ws-vndmst-eof-flag
               end-read

               perform 135-load-vendor-entry
                   until ws-vndmst-eof-flag = "Y"

               close vendor-master-file

           end-if.

       135-load-vendor-entry.

           add 1 to ws-vnd-tbl-cnt.
           set ws-vnd-idx to ws-vnd-tbl-cnt.

           move vm-vendor-id   to ws-vnd-tbl-id(ws-vnd-idx).
           move vm-vendor-name to ws-vnd-tbl-name(ws-vnd-idx).
           move vm-terms       to ws-vnd-tbl-terms(ws-vnd-idx).
           move vm-lead-days   to ws-vnd-tbl-lead-days(ws-vnd-idx).
           move vm-status      to ws-vnd-tbl-status(ws-vnd-idx).

           read vendor-master-file
               at end move "Y" to ws-vndmst-eof-flag.

      *Load the purchase-order file. A missing file is the first
      *run ever.
       140-load-po-file.

           open input po-file.

           if (ws-po-status = "00") then

               read po-file
                   at end move "Y" to ws-po-eof-flag
               end-read

               perform 145-load-po-entry
                   until ws-po-eof-flag = "Y"

               close po-file

           end-if.

       145-load-po-entry.

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
           move 0                to ws-po-tbl-on-hand(ws-po-idx).

           read po-file
               at end move "Y" to ws-po-eof-flag.

      *Walk the on-hand ledger. A missing ledger just means there
      *is nothing to order.
       200-issue-orders.

           open input on-hand-file.

           if (ws-oh-status = "00") then

               read on-hand-file
                   at end move "Y" to ws-oh-eof-flag
               end-read

               perform 210-check-one-ledger-entry
                   until ws-oh-eof-flag = "Y"

               close on-hand-file

           end-if.

      *A store/SKU needs ordering when it carries a reorder point
      *and the units on hand have fallen to it. It is ordered only
      *when no open PO line already covers it and its vendor is
      *active on the vendor master.
       210-check-one-ledger-entry.

           add 1 to ws-cnt-records-read.

           if (oh-reorder-point > 0)
               and (oh-on-hand <= oh-reorder-point) then

               add 1 to ws-cnt-below-reorder

               move oh-store-num to ws-po-check-store
               move oh-sku-code  to ws-po-check-sku
               perform 500-search-open-po-line

               move oh-sku-code to ws-sd-check-code
               perform 570-search-sku-master

               move "N" to ws-vnd-found-flag
               move spaces to ws-vnd-check-id

               if (ws-sd-found-flag = "Y") then
                   move ws-skumst-tbl-vendor(ws-skumst-match-idx)
                       to ws-vnd-check-id
               end-if

               if (ws-vnd-check-id not = spaces) then
                   perform 540-search-vendor-table
               end-if

               if (ws-po-found-flag = "Y") then

                   move ws-con-rsn-on-order to ws-exc-reason
                   perform 390-record-not-ordered

               else
               if (ws-vnd-check-id = spaces) then

                   move ws-con-rsn-no-vendor to ws-exc-reason
                   perform 390-record-not-ordered

               else
               if (ws-vnd-found-flag = "N") then

                   move ws-con-rsn-unknown-vendor to ws-exc-reason
                   perform 390-record-not-ordered

               else
               if (ws-vnd-tbl-status(ws-vnd-match-idx) not = "A")
                   then

                   move ws-con-rsn-inactive-vendor to ws-exc-reason
                   perform 390-record-not-ordered

               else

                   perform 300-raise-po-line

               end-if
               end-if
               end-if
               end-if

           end-if.

           read on-hand-file
               at end move "Y" to ws-oh-eof-flag.

      *Load the open special orders and order every one still
      *waiting on a PO. A missing file means no special orders
      *are open.
       250-order-special-orders.

           open input special-order-file.

           if (ws-sord-status = "00") then

               read special-order-file
                   at end move "Y" to ws-sord-eof-flag
               end-read

               perform 255-load-special-order-entry
                   until ws-sord-eof-flag = "Y"

               close special-order-file

           end-if.

           perform 260-check-one-special-order
               varying ws-sord-idx from 1 by 1
               until ws-sord-idx > ws-sord-tbl-cnt.

       255-load-special-order-entry.

           add 1 to ws-sord-tbl-cnt.
           set ws-sord-idx to ws-sord-tbl-cnt.

           move so-record to ws-sord-tbl-record(ws-sord-idx).

           read special-order-file
               at end move "Y" to ws-sord-eof-flag.

      *An open order with no PO number yet is ordered from the
      *SKU's vendor when that vendor is active. Stock already on
      *order for the shelf does not cover it - the customer's
      *goods are bought on a line of their own.
       260-check-one-special-order.

           move ws-sord-tbl-record(ws-sord-idx) to so-record.

           if (so-status = "O") and (so-po-number = 0) then

               move so-sku-code to ws-sd-check-code
               perform 570-search-sku-master

               move "N" to ws-vnd-found-flag
               move spaces to ws-vnd-check-id

               if (ws-sd-found-flag = "Y") then
                   move ws-skumst-tbl-vendor(ws-skumst-match-idx)
                       to ws-vnd-check-id
               end-if

               if (ws-vnd-check-id not = spaces) then
                   perform 540-search-vendor-table
               end-if

               if (ws-vnd-check-id = spaces) then

                   move ws-con-rsn-no-vendor to ws-exc-reason
                   perform 395-record-so-not-ordered

               else
               if (ws-vnd-found-flag = "N") then

                   move ws-con-rsn-unknown-vendor to ws-exc-reason
                   perform 395-record-so-not-ordered

               else
               if (ws-vnd-tbl-status(ws-vnd-match-idx) not = "A")
                   then

                   move ws-con-rsn-inactive-vendor to ws-exc-reason
                   perform 395-record-so-not-ordered

               else

                   perform 320-raise-special-order-line

               end-if
               end-if
               end-if

           end-if.

      *Add a line to this run's PO for the vendor and store,
      *opening the PO if this is its first line. The quantity is
      *the ledger's reorder quantity; with none set, it orders
      *back up to twice the reorder point.
       300-raise-po-line.

           perform 520-locate-new-po.

           if (oh-reorder-qty > 0) then
               move oh-reorder-qty to ws-calc-order-qty
           else
               compute ws-calc-order-qty
                   = (oh-reorder-point * 2) - oh-on-hand
           end-if.

           if (ws-calc-order-qty > 99999) then
               move 99999 to ws-calc-order-qty
           end-if.

           compute ws-due-day-int
               = ws-order-day-int
                   + ws-vnd-tbl-lead-days(ws-vnd-match-idx).
           compute ws-due-date-ymd
               = function date-of-integer(ws-due-day-int).

           add 1 to ws-new-po-last-line(ws-new-po-match-idx).

           add 1 to ws-po-tbl-cnt.
           set ws-po-idx to ws-po-tbl-cnt.

           move ws-new-po-number(ws-new-po-match-idx)
               to ws-po-tbl-number(ws-po-idx).
           move ws-new-po-last-line(ws-new-po-match-idx)
               to ws-po-tbl-line-num(ws-po-idx).
           move ws-vnd-tbl-id(ws-vnd-match-idx)
               to ws-po-tbl-vendor(ws-po-idx).
           move oh-store-num     to ws-po-tbl-store(ws-po-idx).
           move oh-sku-code      to ws-po-tbl-sku(ws-po-idx).
           move bh-batch-date    to ws-po-tbl-order-date(ws-po-idx).
           compute ws-po-tbl-due-date(ws-po-idx)
               = ws-due-date-ymd - 20000000.
           move ws-calc-order-qty
               to ws-po-tbl-qty-ordered(ws-po-idx).
           move 0                to ws-po-tbl-qty-received(ws-po-idx).
           move ws-skumst-tbl-cost(ws-skumst-match-idx)
               to ws-po-tbl-unit-cost(ws-po-idx).
           move "O"              to ws-po-tbl-status(ws-po-idx).
           move oh-on-hand       to ws-po-tbl-on-hand(ws-po-idx).

           add 1 to ws-cnt-lines-issued.

      *Add a special order's line to this run's PO for the vendor
      *and the store that took the order, for the quantity the
      *customer ordered, and stamp the PO line on the order.
       320-raise-special-order-line.

           move so-store-num to ws-po-check-store.
           perform 520-locate-new-po.

           compute ws-due-day-int
               = ws-order-day-int
                   + ws-vnd-tbl-lead-days(ws-vnd-match-idx).
           compute ws-due-date-ymd
               = function date-of-integer(ws-due-day-int).

           add 1 to ws-new-po-last-line(ws-new-po-match-idx).

           add 1 to ws-po-tbl-cnt.
           set ws-po-idx to ws-po-tbl-cnt.

           move ws-new-po-number(ws-new-po-match-idx)
               to ws-po-tbl-number(ws-po-idx).
           move ws-new-po-last-line(ws-new-po-match-idx)
               to ws-po-tbl-line-num(ws-po-idx).
           move ws-vnd-tbl-id(ws-vnd-match-idx)
               to ws-po-tbl-vendor(ws-po-idx).
           move so-store-num     to ws-po-tbl-store(ws-po-idx).
           move so-sku-code      to ws-po-tbl-sku(ws-po-idx).
           move bh-batch-date    to ws-po-tbl-order-date(ws-po-idx).
           compute ws-po-tbl-due-date(ws-po-idx)
               = ws-due-date-ymd - 20000000.
           move so-quantity      to ws-po-tbl-qty-ordered(ws-po-idx).
           move 0                to ws-po-tbl-qty-received(ws-po-idx).
           move ws-skumst-tbl-cost(ws-skumst-match-idx)
               to ws-po-tbl-unit-cost(ws-po-idx).
           move "O"              to ws-po-tbl-status(ws-po-idx).
           move 0                to ws-po-tbl-on-hand(ws-po-idx).

           move ws-po-tbl-number(ws-po-idx)   to so-po-number.
           move ws-po-tbl-line-num(ws-po-idx) to so-po-line-num.
           move bh-batch-date                 to so-po-date.
           move so-record to ws-sord-tbl-record(ws-sord-idx).

           add 1 to ws-cnt-lines-issued.
           add 1 to ws-cnt-so-ordered.

      *Keep a below-reorder SKU that was not ordered, and why.
       390-record-not-ordered.

           add 1 to ws-cnt-not-ordered.
           add 1 to ws-exc-tbl-cnt.
           set ws-exc-idx to ws-exc-tbl-cnt.

           move oh-store-num     to ws-exc-tbl-store(ws-exc-idx).
           move oh-sku-code      to ws-exc-tbl-sku(ws-exc-idx).
           move oh-on-hand       to ws-exc-tbl-on-hand(ws-exc-idx).
           move oh-reorder-point
               to ws-exc-tbl-reorder-point(ws-exc-idx).
           move ws-exc-reason    to ws-exc-tbl-reason(ws-exc-idx).
           move 0                to ws-exc-tbl-po-number(ws-exc-idx).

           if (ws-po-found-flag = "Y") then
               move ws-po-tbl-number(ws-po-match-idx)
                   to ws-exc-tbl-po-number(ws-exc-idx)
           end-if.

      *Keep a special order that could not be ordered, and why.
       395-record-so-not-ordered.

           add 1 to ws-cnt-so-not-ordered.
           add 1 to ws-sox-tbl-cnt.
           set ws-sox-idx to ws-sox-tbl-cnt.

           move so-invoice-num   to ws-sox-tbl-invoice(ws-sox-idx).
           move so-store-num     to ws-sox-tbl-store(ws-sox-idx).
           move so-sku-code      to ws-sox-tbl-sku(ws-sox-idx).
           move so-quantity      to ws-sox-tbl-qty(ws-sox-idx).
           move ws-exc-reason    to ws-sox-tbl-reason(ws-sox-idx).

      *Is there an open PO line for ws-po-check-store and
      *ws-po-check-sku?
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
               and (ws-po-tbl-sku(ws-po-idx) = ws-po-check-sku) then

               move "Y" to ws-po-found-flag
               set ws-po-match-idx to ws-po-idx

           end-if.

      *Find this run's PO for the matched vendor and
      *ws-po-check-store, or open one with the next PO number.
       520-locate-new-po.

           move "N" to ws-new-po-found-flag.

           perform 530-compare-new-po
               varying ws-new-po-idx from 1 by 1
               until ws-new-po-idx > ws-new-po-cnt
                   or ws-new-po-found-flag = "Y".

           if (ws-new-po-found-flag = "N") then

               add 1 to ws-new-po-cnt
               set ws-new-po-idx to ws-new-po-cnt
               move ws-vnd-tbl-id(ws-vnd-match-idx)
                   to ws-new-po-vendor(ws-new-po-idx)
               move ws-po-check-store
                   to ws-new-po-store(ws-new-po-idx)
               move ws-next-po-number
                   to ws-new-po-number(ws-new-po-idx)
               move 0 to ws-new-po-last-line(ws-new-po-idx)
               set ws-new-po-match-idx to ws-new-po-idx

               add 1 to ws-next-po-number
               add 1 to ws-cnt-pos-issued

           end-if.

       530-compare-new-po.

           if (ws-new-po-vendor(ws-new-po-idx)
                   = ws-vnd-tbl-id(ws-vnd-match-idx))
               and (ws-new-po-store(ws-new-po-idx)
                   = ws-po-check-store) then

               move "Y" to ws-new-po-found-flag
               set ws-new-po-match-idx to ws-new-po-idx

           end-if.

      *Search the vendor table for ws-vnd-check-id.
       540-search-vendor-table.

           move "N" to ws-vnd-found-flag.

           perform 550-compare-vendor-entry
               varying ws-vnd-idx from 1 by 1
               until ws-vnd-idx > ws-vnd-tbl-cnt
                   or ws-vnd-found-flag = "Y".

       550-compare-vendor-entry.

           if (ws-vnd-check-id = ws-vnd-tbl-id(ws-vnd-idx)) then

               move "Y" to ws-vnd-found-flag
               set ws-vnd-match-idx to ws-vnd-idx

           end-if.

      *Search the SKU master table for ws-sd-check-code.
       570-search-sku-master.

           move "N" to ws-sd-found-flag.

           perform 575-compare-sku-entry
               varying ws-skumst-idx from 1 by 1
               until ws-skumst-idx > ws-skumst-tbl-cnt
                   or ws-sd-found-flag = "Y".

       575-compare-sku-entry.

           if (ws-sd-check-code = ws-skumst-tbl-code(ws-skumst-idx))
               then

               move "Y" to ws-sd-found-flag
               set ws-skumst-match-idx to ws-skumst-idx

           end-if.

      *Write the purchase-order file back out, old lines and new.
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

      *Write the special-orders file back out with the PO lines
      *stamped. Left alone when there was nothing on it.
       620-rewrite-special-orders.

           if (ws-sord-tbl-cnt > 0) then

               open output special-order-file

               perform 625-write-one-special-order
                   varying ws-sord-idx from 1 by 1
                   until ws-sord-idx > ws-sord-tbl-cnt

               close special-order-file

           end-if.

       625-write-one-special-order.

           move ws-sord-tbl-record(ws-sord-idx) to so-record.
           write so-record.

      *Stamp the next PO number, this run's id, and the first PO
      *number this run issued.
       650-write-po-control.

           move ws-next-po-number to pn-next-po-number.
           move bh-run-id         to pn-last-run-id.
           move ws-run-first-po   to pn-run-first-po.

           open output po-control-file.
           write pn-record.
           close po-control-file.

      *Print every PO this run owns, in PO number order, then the
      *SKUs and special orders that could not be ordered and the
      *run totals. On a rerun the POs come back off the file as
      *the first run left them.
       700-write-po-report.

           perform 710-write-one-po
               varying ws-rpt-po-number from ws-run-first-po by 1
               until ws-rpt-po-number >= ws-next-po-number.

           if (ws-exc-tbl-cnt > 0) then

               write po-report-line from ws-exc-section-header
               write po-report-line from spaces

               perform 760-write-one-not-ordered
                   varying ws-exc-idx from 1 by 1
                   until ws-exc-idx > ws-exc-tbl-cnt

               write po-report-line from spaces

           end-if.

           if (ws-sox-tbl-cnt > 0) then

               write po-report-line from ws-sox-section-header
               write po-report-line from spaces

               perform 770-write-one-so-not-ordered
                   varying ws-sox-idx from 1 by 1
                   until ws-sox-idx > ws-sox-tbl-cnt

               write po-report-line from spaces

           end-if.

           move ws-cnt-below-reorder to ws-t1-below-count.
           move ws-cnt-lines-issued  to ws-t1-lines-count.
           move ws-cnt-not-ordered   to ws-t1-not-ordered-count.
           write po-report-line from ws-trailer-line-1.

           move ws-cnt-pos-issued    to ws-t2-po-count.
           move ws-grand-total-cost  to ws-t2-total-cost.
           write po-report-line from ws-trailer-line-2.

           compute ws-t3-so-count
               = ws-cnt-so-ordered + ws-cnt-so-not-ordered.
           move ws-cnt-so-ordered    to ws-t3-so-ordered-count.
           move ws-cnt-so-not-ordered
               to ws-t3-so-not-ordered-count.
           write po-report-line from ws-trailer-line-3.

      *One PO - the header from its first line, then its lines and
      *its total.
       710-write-one-po.

           move 0 to ws-po-total-cost.
           move "N" to ws-po-found-flag.

           perform 720-write-one-po-line
               varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-tbl-cnt.

           if (ws-po-found-flag = "Y") then

               move ws-po-total-cost to ws-pt-total-cost
               write po-report-line from ws-po-total-line
               write po-report-line from spaces

               add ws-po-total-cost to ws-grand-total-cost

               if (ws-rerun-flag = "Y") then
                   add 1 to ws-cnt-pos-issued
               end-if

           end-if.

       720-write-one-po-line.

           if (ws-po-tbl-number(ws-po-idx) = ws-rpt-po-number) then

               if (ws-po-found-flag = "N") then
                   move "Y" to ws-po-found-flag
                   perform 730-write-po-header
               end-if

               move ws-po-tbl-sku(ws-po-idx) to ws-sd-check-code
               perform 570-search-sku-master

               move spaces to ws-pd-sku-desc

               if (ws-sd-found-flag = "Y") then
                   move ws-skumst-tbl-desc(ws-skumst-match-idx)
                       to ws-pd-sku-desc
               end-if

               compute ws-calc-line-cost
                   = ws-po-tbl-qty-ordered(ws-po-idx)
                       * ws-po-tbl-unit-cost(ws-po-idx)

               add ws-calc-line-cost to ws-po-total-cost

               if (ws-rerun-flag = "Y") then
                   add 1 to ws-cnt-lines-issued
               end-if

               move ws-po-tbl-line-num(ws-po-idx) to ws-pd-line-num
               move ws-po-tbl-sku(ws-po-idx)      to ws-pd-sku-code
               move ws-po-tbl-qty-ordered(ws-po-idx)
                   to ws-pd-qty-ordered
               move ws-po-tbl-unit-cost(ws-po-idx) to ws-pd-unit-cost
               move ws-calc-line-cost              to ws-pd-line-cost

               if (ws-rerun-flag = "Y") then
                   move spaces to ws-pd-on-hand-area
               else
                   move ws-po-tbl-on-hand(ws-po-idx) to ws-pd-on-hand
               end-if

               write po-report-line from ws-po-detail-line

           end-if.

      *The PO's header - vendor name and terms from the vendor
      *master, store and due date from the line.
       730-write-po-header.

           move ws-po-tbl-vendor(ws-po-idx) to ws-vnd-check-id.
           perform 540-search-vendor-table.

           move spaces to ws-ph-vendor-name.
           move spaces to ws-ph-terms.

           if (ws-vnd-found-flag = "Y") then
               move ws-vnd-tbl-name(ws-vnd-match-idx)
                   to ws-ph-vendor-name
               move ws-vnd-tbl-terms(ws-vnd-match-idx)
                   to ws-ph-terms
           end-if.

           move ws-rpt-po-number              to ws-ph-po-number.
           move ws-po-tbl-vendor(ws-po-idx)   to ws-ph-vendor-id.
           move ws-po-tbl-store(ws-po-idx)    to ws-ph-store-num.
           move ws-po-tbl-due-date(ws-po-idx) to ws-ph-due-date.

           write po-report-line from ws-po-header-line.
           write po-report-line from ws-po-column-headers.

       760-write-one-not-ordered.

           move ws-exc-tbl-store(ws-exc-idx)  to ws-ed-store-num.
           move ws-exc-tbl-sku(ws-exc-idx)    to ws-ed-sku-code.
           move ws-exc-tbl-on-hand(ws-exc-idx) to ws-ed-on-hand.
           move ws-exc-tbl-reorder-point(ws-exc-idx)
               to ws-ed-reorder-point.
           move ws-exc-tbl-reason(ws-exc-idx) to ws-ed-reason.
           move spaces to ws-ed-po-note.

           if (ws-exc-tbl-po-number(ws-exc-idx) > 0) then
               move "PO: " to ws-ed-po-note
               move ws-exc-tbl-po-number(ws-exc-idx)
                   to ws-ed-po-number
           end-if.

           write po-report-line from ws-exc-detail-line.

       770-write-one-so-not-ordered.

           move ws-sox-tbl-store(ws-sox-idx)   to ws-xd-store-num.
           move ws-sox-tbl-sku(ws-sox-idx)     to ws-xd-sku-code.
           move ws-sox-tbl-invoice(ws-sox-idx) to ws-xd-invoice.
           move ws-sox-tbl-qty(ws-sox-idx)     to ws-xd-qty.
           move ws-sox-tbl-reason(ws-sox-idx)  to ws-xd-reason.

           write po-report-line from ws-sox-detail-line.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM44 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-records-read to rh-records-read.
           move ws-cnt-lines-issued to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

      *Close the used files.
       999-close-files.

           close po-report-file.

       end program Program44.
