       identification division.
       program-id. Program42.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Perpetual on-hand inventory ledger by store and SKU.
      *         Posts Program15's nightly movement extract (units
      *         sold out, units returned back in) and Program45's
      *         receipts extract (units delivered in) to a persistent
      *         on-hand ledger, applies shelf counts and reorder
      *         points from a stock-count control file, and prints
      *         an on-hand report flagging every SKU at or below its
      *         reorder point plus a count-variance report valuing
      *         the shrink at the SKU master's unit cost - so the
      *         chain knows what is on the shelf between counts and
      *         what the counts cost it when the book was wrong.

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

      *Program15's movement extract - one record per SKU/store pair
      *that moved today.
           select movement-file
               assign to
               "../../../../Program15/data/inventory-movement.dat"
               organization is line sequential
               file status is ws-mv-status.

      *Program45's receipts extract - one record per delivery
      *checked in against (or without) a purchase order today.
           select received-units-file
               assign to
               "../../../../Program45/data/received-units.dat"
               organization is line sequential
               file status is ws-ru-status.

      *SKU master file - the description and the unit cost the
      *count variance is valued at.
           select sku-master-file
               assign to "../../../../Program3/data/sku-master.dat"
               organization is line sequential
               file status is ws-skumst-status.

      *The on-hand ledger itself - one record per store/SKU pair,
      *carried across runs, loaded in full and rewritten in store
      *and SKU order at the end of every run.
           select on-hand-file
               assign to "../../../data/on-hand-ledger.dat"
               organization is line sequential
               file status is ws-oh-status.

      *Before-image of the ledger, taken at the start of the run so
      *a bad day can be backed out by restoring the .bak copy.
           select on-hand-backup-file
               assign to "../../../data/on-hand-ledger.bak"
               organization is line sequential.

      *Posting control - the run id whose movements the ledger last
      *absorbed, so an accidental second run against the same
      *extract is skipped instead of double-posted.
           select post-control-file
               assign to "../../../data/on-hand-post-control.dat"
               organization is line sequential
               file status is ws-postctl-status.

           select post-control-backup-file
               assign to "../../../data/on-hand-post-control.bak"
               organization is line sequential.

      *Stock-count control file - stores drop one line per shelf
      *count (C) or per reorder-point setting (P). The file is
      *emptied once applied, the same truncate-after-consuming
      *pattern store-status-changes.dat uses.
           select stock-count-file
               assign to "../../../data/stock-counts.dat"
               organization is line sequential
               file status is ws-cnt-status.

      *Operator master reference file - who may drop instructions
      *in the control files, and at what authorization level (1
      *clerk, 2 supervisor, 3 manager). An instruction from an
      *unknown or under-authorized operator is refused and logged.
           select operator-master-file
               assign to
               "../../../../Program1/data/operator-master.dat"
               organization is line sequential
               file status is ws-opmst-status.

      *Audit log - one line per applied (or rejected) count or
      *reorder-point setting, appended forever so every change to
      *the book that did not come off a register can be explained.
           select audit-log-file
               assign to "../../../data/stock-count-audit.log"
               organization is line sequential
               file status is ws-audit-status.

      *Output file declarations
           select on-hand-report-file
               assign to "../../../data/on-hand-report.out"
               organization is line sequential.

           select variance-report-file
               assign to "../../../data/count-variance-report.out"
               organization is line sequential.

      *Run-history audit file - every program in the chain appends
      *one completion record here (program id, batch date, run id,
      *start and end time, records read and written, return code) so
      *a thin-looking report can be traced to the run that produced
      *it without digging through SYSOUT.
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

      *Define the movement extract record - same shape Program15
      *writes it.
       fd movement-file
           data record is mv-record
           record contains 27 characters.

       01 mv-record.
           05 mv-store-num                     pic 99.
           05 mv-sku-code                      pic x(15).
           05 mv-units-sold                    pic 9(5).
           05 mv-units-returned                pic 9(5).

      *Define the receipts extract record - same shape Program45
      *writes it.
       fd received-units-file
           data record is ru-record
           record contains 22 characters.

       01 ru-record.
           05 ru-store-num                     pic 99.
           05 ru-sku-code                      pic x(15).
           05 ru-units                         pic 9(5).

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

      *Define the on-hand ledger record - the units on hand can go
      *negative when the registers sell stock the book never
      *received, and that is left showing rather than floored.
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

       fd on-hand-backup-file
           data record is oh-bak-record
           record contains 46 characters.

       01 oh-bak-record                        pic x(46).

      *Define the posting control record.
       fd post-control-file
           data record is pc-record
           record contains 8 characters.

       01 pc-record.
           05 pc-last-run-id                   pic 9(8).

       fd post-control-backup-file
           data record is pc-bak-record
           record contains 8 characters.

       01 pc-bak-record                        pic x(8).

      *Define the stock-count control record - C carries the
      *counted quantity, P carries the reorder point and the
      *reorder quantity to order up by. The operator id names who
      *submitted it.
       fd stock-count-file
           data record is sc-record
           record contains 40 characters.

       01 sc-record.
           05 sc-action                        pic x.
           05 sc-store-num                     pic xx.
           05 sc-sku-code                      pic x(15).
           05 sc-quantity                      pic x(7).
           05 sc-reorder-qty                   pic x(5).
           05 sc-count-date                    pic x(6).
           05 sc-operator-id                   pic x(4).

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

      *Define the report files
       fd on-hand-report-file
           data record is on-hand-line
           record contains 100 characters.

       01 on-hand-line                         pic x(100).

       fd variance-report-file
           data record is variance-line
           record contains 120 characters.

       01 variance-line                        pic x(120).

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
           value "PROGRAM42 - already complete, skipped on restart".

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

       77 ws-mv-status                         pic xx
           value "00".
       77 ws-ru-status                         pic xx
           value "00".
       77 ws-skumst-status                     pic xx
           value "00".
       77 ws-oh-status                         pic xx
           value "00".
       77 ws-postctl-status                    pic xx
           value "00".
       77 ws-cnt-status                        pic xx
           value "00".
       77 ws-opmst-status                      pic xx
           value "00".
       77 ws-audit-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-mv-eof-flag                       pic x
           value "N".
       77 ws-ru-eof-flag                       pic x
           value "N".
       77 ws-skumst-eof-flag                   pic x
           value "N".
       77 ws-oh-eof-flag                       pic x
           value "N".
       77 ws-cnt-eof-flag                      pic x
           value "N".
       77 ws-op-eof-flag                       pic x
           value "N".

      *Remembers whether the count file was on hand at open time -
      *the file status itself moves to "10" at end-of-file, so it
      *can't answer that question later.
       77 ws-cnt-present-flag                  pic x
           value "N".

       77 ws-rerun-flag                        pic x
           value "N".

      *Console warning raised when this run's id is already stamped
      *in the posting control - the movement posting is skipped so
      *nothing double-posts. Counts still apply: a count is an
      *absolute figure, not a movement.
       01 ws-con-rerun-msg                     pic x(52)
           value "*** RERUN DETECTED - movement posting skipped".

       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-cnt-records-read                  pic 9(6)
           value 0.
       77 ws-cnt-applied                       pic 9(4)
           value 0.
       77 ws-cnt-rejected                      pic 9(4)
           value 0.
       77 ws-cnt-below-reorder                 pic 9(5)
           value 0.

      *The authorization level a stock-count instruction needs - a
      *count writes stock off the book, so it is a supervisor's
      *call.
       77 ws-con-required-level                pic 9
           value 2.

       01 ws-constants.
           05 ws-con-action-count              pic x
               value "C".
           05 ws-con-action-reorder            pic x
               value "P".

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

      *In-memory copy of the SKU master - description and unit
      *cost.
       01 ws-skumst-tbl-cnt                    pic 9(4)
           value 0.

       01 ws-skumst-tbl.
           05 ws-skumst-tbl-entry              occurs 1 to 2000 times
                   depending on ws-skumst-tbl-cnt
                   indexed by ws-skumst-idx.
               10 ws-skumst-tbl-code            pic x(15).
               10 ws-skumst-tbl-desc            pic x(20).
               10 ws-skumst-tbl-cost            pic 9(5)v99.

       77 ws-sd-check-code                     pic x(15)
           value spaces.
       77 ws-sd-found-flag                     pic x
           value "N".
       77 ws-skumst-match-idx                  pic 9(4)
           value 0.

      *In-memory copy of the on-hand ledger, kept in ascending
      *store and SKU order so the rewritten file and the report
      *come out grouped by store.
       01 ws-oh-tbl-cnt                        pic 9(5)
           value 0.

       01 ws-oh-tbl.
           05 ws-oh-tbl-entry                  occurs 1 to 20000
                   times depending on ws-oh-tbl-cnt
                   indexed by ws-oh-idx.
               10 ws-oh-tbl-key.
                   15 ws-oh-tbl-store           pic 99.
                   15 ws-oh-tbl-sku             pic x(15).
               10 ws-oh-tbl-on-hand             pic s9(7).
               10 ws-oh-tbl-reorder-point       pic 9(5).
               10 ws-oh-tbl-reorder-qty         pic 9(5).
               10 ws-oh-tbl-count-date          pic 9(6).
               10 ws-oh-tbl-move-date           pic 9(6).

       01 ws-oh-check-key.
           05 ws-oh-check-store                pic 99.
           05 ws-oh-check-sku                  pic x(15).

       77 ws-oh-found-flag                     pic x
           value "N".
       77 ws-oh-past-flag                      pic x
           value "N".
       77 ws-oh-match-idx                      pic 9(5)
           value 0.
       77 ws-oh-insert-idx                     pic 9(5)
           value 0.

      *Per-store count variance totals for the variance report's
      *closing section.
       01 ws-var-tbl-cnt                       pic 9(3)
           value 0.

       01 ws-var-tbl.
           05 ws-var-tbl-entry                 occurs 1 to 200 times
                   depending on ws-var-tbl-cnt
                   indexed by ws-var-idx.
               10 ws-var-tbl-store              pic 99.
               10 ws-var-tbl-counts             pic 9(5).
               10 ws-var-tbl-net-value          pic s9(8)v99.
               10 ws-var-tbl-shrink-value       pic 9(8)v99.

       77 ws-var-check-store                   pic 99
           value 0.
       77 ws-var-found-flag                    pic x
           value "N".
       77 ws-var-match-idx                     pic 9(3)
           value 0.

      *Work fields for the count being applied.
       01 ws-calc-book-qty                     pic s9(7)
           value 0.
       01 ws-calc-counted-qty                  pic 9(7)
           value 0.
       01 ws-calc-variance-qty                 pic s9(7)
           value 0.
       01 ws-calc-unit-cost                    pic 9(5)v99
           value 0.
       01 ws-calc-variance-value               pic s9(8)v99
           value 0.

       01 ws-total-net-value                   pic s9(9)v99
           value 0.
       01 ws-total-shrink-value                pic 9(9)v99
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

       01 ws-oh-report-header.
           05 filler                           pic x(30).
           05 filler                           pic x(26)
               value "ON-HAND INVENTORY REPORT".

       01 ws-oh-column-headers.
           05 filler                           pic x(2).
           05 filler                           pic x(5)
               value "STORE".
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
               value "REORDER".
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "ORD QTY".
           05 filler                           pic x(3).
           05 filler                           pic x(10)
               value "LAST COUNT".

       01 ws-oh-detail-line.
           05 filler                           pic x(3).
           05 ws-od-store-num                  pic 99.
           05 filler                           pic x(4).
           05 ws-od-sku-code                   pic x(15).
           05 filler                           pic x(2).
           05 ws-od-sku-desc                   pic x(20).
           05 filler                           pic x(2).
           05 ws-od-on-hand                    pic z,zzz,zz9-.
           05 filler                           pic x(2).
           05 ws-od-reorder-point              pic zz,zz9.
           05 filler                           pic x(4).
           05 ws-od-reorder-qty                pic zz,zz9.
           05 filler                           pic x(4).
           05 ws-od-count-date                 pic 9(6).
           05 filler                           pic x(2).
           05 ws-od-flag                       pic x(12).

       01 ws-con-reorder-note                  pic x(12)
           value "** REORDER *".

       01 ws-oh-trailer-line.
           05 filler                           pic x(22)
               value "STORE/SKU ON LEDGER: ".
           05 ws-ot-ledger-count               pic zz,zz9.
           05 filler                           pic x(26)
               value "  AT/BELOW REORDER POINT: ".
           05 ws-ot-reorder-count              pic zz,zz9.

       01 ws-var-report-header.
           05 filler                           pic x(30).
           05 filler                           pic x(30)
               value "STOCK COUNT VARIANCE REPORT".

       01 ws-var-column-headers.
           05 filler                           pic x(2).
           05 filler                           pic x(5)
               value "STORE".
           05 filler                           pic x(2).
           05 filler                           pic x(3)
               value "SKU".
           05 filler                           pic x(14).
           05 filler                           pic x(11)
               value "DESCRIPTION".
           05 filler                           pic x(11).
           05 filler                           pic x(4)
               value "BOOK".
           05 filler                           pic x(5).
           05 filler                           pic x(7)
               value "COUNTED".
           05 filler                           pic x(3).
           05 filler                           pic x(8)
               value "VARIANCE".
           05 filler                           pic x(4).
           05 filler                           pic x(9)
               value "UNIT COST".
           05 filler                           pic x(5).
           05 filler                           pic x(5)
               value "VALUE".

       01 ws-var-detail-line.
           05 filler                           pic x(3).
           05 ws-vd-store-num                  pic 99.
           05 filler                           pic x(4).
           05 ws-vd-sku-code                   pic x(15).
           05 filler                           pic x(2).
           05 ws-vd-sku-desc                   pic x(20).
           05 filler                           pic x(2).
           05 ws-vd-book-qty                   pic z,zzz,zz9-.
           05 filler                           pic x(1).
           05 ws-vd-counted-qty                pic z,zzz,zz9.
           05 filler                           pic x(1).
           05 ws-vd-variance-qty               pic z,zzz,zz9-.
           05 filler                           pic x(2).
           05 ws-vd-unit-cost                  pic $zz,zz9.99.
           05 filler                           pic x(2).
           05 ws-vd-variance-value             pic $zzz,zz9.99-.
           05 filler                           pic x(2).
           05 ws-vd-cost-note                  pic x(12).

       01 ws-con-no-cost-note                  pic x(12)
           value "** NO COST *".

       01 ws-var-store-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(30)
               value "COUNT VARIANCE BY STORE".

       01 ws-var-store-line.
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "STORE: ".
           05 ws-vs-store-num                  pic 99.
           05 filler                           pic x(10)
               value "  COUNTS: ".
           05 ws-vs-counts                     pic zz,zz9.
           05 filler                           pic x(16)
               value "  NET VARIANCE: ".
           05 ws-vs-net-value                  pic $$,$$$,$$9.99-.
           05 filler                           pic x(10)
               value "  SHRINK: ".
           05 ws-vs-shrink-value               pic $$,$$$,$$9.99.

       01 ws-var-total-line.
           05 filler                           pic x(3).
           05 filler                           pic x(25)
               value "COMPANY:   NET VARIANCE: ".
           05 ws-vt-net-value                  pic $$$,$$$,$$9.99-.
           05 filler                           pic x(10)
               value "  SHRINK: ".
           05 ws-vt-shrink-value               pic $$$,$$$,$$9.99.

       01 ws-var-reject-line.
           05 filler                           pic x(3).
           05 filler                           pic x(14)
               value "NOT APPLIED: ".
           05 ws-vr-count                      pic zz9.
           05 filler                           pic x(36)
               value " - see stock-count-audit.log".

       01 ws-audit-header.
           05 filler                           pic x(24)
               value "STOCK COUNT POSTING     ".
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
           05 ws-aa-store-num                  pic 99.
           05 filler                           pic x(7)
               value "  SKU: ".
           05 ws-aa-sku-code                   pic x(15).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-action-name                pic x(8).
           05 filler                           pic x(2)
               value spaces.
           05 ws-aa-old-qty                    pic -(7)9.
           05 filler                           pic x(4)
               value " -> ".
           05 ws-aa-new-qty                    pic -(7)9.
           05 filler                           pic x(6)
               value "  OP: ".
           05 ws-aa-operator-id                pic x(4).

       01 ws-con-action-names.
           05 ws-con-name-count                pic x(8)
               value "COUNT".
           05 ws-con-name-reorder              pic x(8)
               value "REORDER".

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
               value "COUNTS APPLIED: ".
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

           perform 100-open-files.

           if (ws-rerun-flag not = "Y") then
               perform 200-post-movements
               perform 220-post-receipts
           end-if.

           perform 300-apply-stock-counts
               until ws-cnt-eof-flag = "Y".
           perform 600-rewrite-ledger.
           perform 650-write-post-control.
           perform 700-write-on-hand-report.
           perform 750-write-variance-summary.
           perform 780-write-audit-trailer.
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

           if (rs-program-id = "PROGRAM42 ") then
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

               move "PROGRAM42 "       to lk-program-id
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

      *Load the reference files and the ledger, open the reports
      *and the audit log, and read the first count. No count file
      *just means no shelves were counted today.
       100-open-files.

           perform 105-load-run-id.
           perform 110-check-rerun.
           perform 120-load-sku-master.
           perform 130-load-ledger.
           perform 150-load-operator-master.

           open output on-hand-report-file.
           write on-hand-line from ws-batch-header-line.
           write on-hand-line from ws-oh-report-header.

           open output variance-report-file.
           write variance-line from ws-batch-header-line.
           write variance-line from ws-var-report-header.
           write variance-line from spaces.
           write variance-line from ws-var-column-headers.
           write variance-line from spaces.

           open extend audit-log-file.

           if (ws-audit-status not = "00") then
               open output audit-log-file
           end-if.

           move bh-batch-date to ws-ah-run-date.
           move bh-run-id     to ws-ah-run-id.
           write audit-line from ws-audit-header.

           open input stock-count-file.

           if (ws-cnt-status = "00") then

               move "Y" to ws-cnt-present-flag

               read stock-count-file
                   at end move "Y" to ws-cnt-eof-flag
               end-read

           else

               move "Y" to ws-cnt-eof-flag

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

      *Take the before-image of the posting control and compare the
      *run id the ledger last absorbed to this run's - a match means
      *the same movement extract is being posted twice.
       110-check-rerun.

           open input post-control-file.

           if (ws-postctl-status = "00") then

               read post-control-file
                   at end continue
                   not at end
                       if (pc-last-run-id = bh-run-id)
                           and (bh-run-id not = 0) then
                           move "Y" to ws-rerun-flag
                           display ws-con-rerun-msg
                       else
                           open output post-control-backup-file
                           write pc-bak-record from pc-record
                           close post-control-backup-file
                       end-if
               end-read

               close post-control-file

           end-if.

      *Load the SKU master with its descriptions and costs. A
      *missing file values every variance at zero, flagged on the
      *report instead of silently.
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

           move sm-sku-code-in  to ws-skumst-tbl-code(ws-skumst-idx).
           move sm-sku-desc-in  to ws-skumst-tbl-desc(ws-skumst-idx).
           move sm-sku-cost-in  to ws-skumst-tbl-cost(ws-skumst-idx).

           read sku-master-file
               at end move "Y" to ws-skumst-eof-flag.

      *Load yesterday's ledger, taking the before-image as it goes
      *(a rerun keeps the image the first run took). A missing file
      *is the first run ever - the ledger builds itself from the
      *movements and counts that arrive.
       130-load-ledger.

           open input on-hand-file.

           if (ws-oh-status = "00") then

               if (ws-rerun-flag not = "Y") then
                   open output on-hand-backup-file
               end-if

               read on-hand-file
                   at end move "Y" to ws-oh-eof-flag
               end-read

               perform 135-load-ledger-entry
                   until ws-oh-eof-flag = "Y"

               close on-hand-file

               if (ws-rerun-flag not = "Y") then
                   close on-hand-backup-file
               end-if

           end-if.

      *Add one ledger entry to the in-memory table, in ascending
      *store and SKU order even against a file written unsorted.
       135-load-ledger-entry.

           if (ws-rerun-flag not = "Y") then
               write oh-bak-record from oh-record
           end-if.

           move oh-store-num to ws-oh-check-store.
           move oh-sku-code  to ws-oh-check-sku.
           perform 500-locate-ledger-entry.

           move oh-on-hand         to ws-oh-tbl-on-hand(ws-oh-idx).
           move oh-reorder-point
               to ws-oh-tbl-reorder-point(ws-oh-idx).
           move oh-reorder-qty     to ws-oh-tbl-reorder-qty(ws-oh-idx).
           move oh-last-count-date to ws-oh-tbl-count-date(ws-oh-idx).
           move oh-last-move-date  to ws-oh-tbl-move-date(ws-oh-idx).

           read on-hand-file
               at end move "Y" to ws-oh-eof-flag.

      *Load the operator master into a table. A missing file means
      *no operator can authorize anything - every count is refused,
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

      *Post Program15's extract - units sold come off the shelf,
      *units returned go back on. A missing extract just means
      *nothing moved today.
       200-post-movements.

           open input movement-file.

           if (ws-mv-status = "00") then

               read movement-file
                   at end move "Y" to ws-mv-eof-flag
               end-read

               perform 210-post-one-movement
                   until ws-mv-eof-flag = "Y"

               close movement-file

           end-if.

       210-post-one-movement.

           add 1 to ws-cnt-records-read.

           move mv-store-num to ws-oh-check-store.
           move mv-sku-code  to ws-oh-check-sku.
           perform 500-locate-ledger-entry.

           compute ws-oh-tbl-on-hand(ws-oh-idx)
               = ws-oh-tbl-on-hand(ws-oh-idx)
                   - mv-units-sold + mv-units-returned.
           move bh-batch-date to ws-oh-tbl-move-date(ws-oh-idx).

           read movement-file
               at end move "Y" to ws-mv-eof-flag.

      *Post Program45's receipts extract - every unit checked in
      *on the dock goes on the shelf. A missing extract just means
      *nothing was delivered today.
       220-post-receipts.

           open input received-units-file.

           if (ws-ru-status = "00") then

               read received-units-file
                   at end move "Y" to ws-ru-eof-flag
               end-read

               perform 230-post-one-receipt
                   until ws-ru-eof-flag = "Y"

               close received-units-file

           end-if.

       230-post-one-receipt.

           add 1 to ws-cnt-records-read.

           move ru-store-num to ws-oh-check-store.
           move ru-sku-code  to ws-oh-check-sku.
           perform 500-locate-ledger-entry.

           add ru-units to ws-oh-tbl-on-hand(ws-oh-idx).
           move bh-batch-date to ws-oh-tbl-move-date(ws-oh-idx).

           read received-units-file
               at end move "Y" to ws-ru-eof-flag.

      *Apply one stock-count instruction: the operator has to hold
      *supervisor authority, the action has to be C or P, the store
      *and quantities numeric. Anything else is logged as rejected
      *and skipped - the ledger is never half-updated.
       300-apply-stock-counts.

           add 1 to ws-cnt-records-read.

           move sc-operator-id to ws-ar-operator-id.
           move sc-operator-id to ws-aa-operator-id.

           perform 305-check-count-operator.

           if (ws-op-authorized-flag not = "Y") then

               move "OPERATOR NOT AUTHORIZED" to ws-ar-reason
               perform 390-reject-count

           else
           if (sc-action not = ws-con-action-count)
               and (sc-action not = ws-con-action-reorder) then

               move "ACTION NOT C OR P" to ws-ar-reason
               perform 390-reject-count

           else
           if (sc-store-num is not numeric)
               or (sc-quantity is not numeric) then

               move "STORE OR QUANTITY NOT NUMERIC" to ws-ar-reason
               perform 390-reject-count

           else
           if (sc-action = ws-con-action-reorder)
               and (sc-reorder-qty is not numeric) then

               move "REORDER QTY NOT NUMERIC" to ws-ar-reason
               perform 390-reject-count

           else

               move sc-store-num to ws-oh-check-store
               move sc-sku-code  to ws-oh-check-sku
               perform 500-locate-ledger-entry

               if (sc-action = ws-con-action-count) then
                   perform 310-apply-shelf-count
               else
                   perform 320-apply-reorder-point
               end-if

           end-if
           end-if
           end-if
           end-if.

           read stock-count-file
               at end move "Y" to ws-cnt-eof-flag.

      *The instruction only stands when the operator who submitted
      *it is on the operator master with supervisor authority or
      *better.
       305-check-count-operator.

           move "N" to ws-op-authorized-flag.

           if (sc-operator-id is numeric) then

               move sc-operator-id to ws-op-check-num
               perform 550-check-operator-authority

           end-if.

      *A shelf count replaces the book figure. The difference is
      *the variance - negative is shrink - valued at the SKU
      *master's unit cost and printed on the variance report.
       310-apply-shelf-count.

           move ws-oh-tbl-on-hand(ws-oh-idx) to ws-calc-book-qty.
           move sc-quantity                  to ws-calc-counted-qty.

           compute ws-calc-variance-qty
               = ws-calc-counted-qty - ws-calc-book-qty.

           move ws-oh-check-sku to ws-sd-check-code.
           perform 570-search-sku-master.

           move spaces to ws-vd-sku-desc.
           move spaces to ws-vd-cost-note.
           move 0 to ws-calc-unit-cost.

           if (ws-sd-found-flag = "Y") then
               move ws-skumst-tbl-desc(ws-skumst-match-idx)
                   to ws-vd-sku-desc
               move ws-skumst-tbl-cost(ws-skumst-match-idx)
                   to ws-calc-unit-cost
           end-if.

           if (ws-calc-unit-cost = 0) then
               move ws-con-no-cost-note to ws-vd-cost-note
           end-if.

           compute ws-calc-variance-value
               = ws-calc-variance-qty * ws-calc-unit-cost.

           move ws-calc-counted-qty to ws-oh-tbl-on-hand(ws-oh-idx).

           if (sc-count-date is numeric) and (sc-count-date > 0)
               then
               move sc-count-date to ws-oh-tbl-count-date(ws-oh-idx)
           else
               move bh-batch-date to ws-oh-tbl-count-date(ws-oh-idx)
           end-if.

           move ws-oh-check-store     to ws-vd-store-num.
           move ws-oh-check-sku       to ws-vd-sku-code.
           move ws-calc-book-qty      to ws-vd-book-qty.
           move ws-calc-counted-qty   to ws-vd-counted-qty.
           move ws-calc-variance-qty  to ws-vd-variance-qty.
           move ws-calc-unit-cost     to ws-vd-unit-cost.
           move ws-calc-variance-value to ws-vd-variance-value.
           write variance-line from ws-var-detail-line.

           perform 330-post-store-variance.

           move ws-con-name-count   to ws-aa-action-name.
           move ws-calc-book-qty    to ws-aa-old-qty.
           move ws-calc-counted-qty to ws-aa-new-qty.
           perform 380-write-applied-audit-line.

      *A reorder-point setting - the level at which the SKU is
      *flagged for reordering at this store and the quantity to
      *order up by when it is.
       320-apply-reorder-point.

           move ws-con-name-reorder to ws-aa-action-name.
           move ws-oh-tbl-reorder-point(ws-oh-idx) to ws-aa-old-qty.

           move sc-quantity    to ws-oh-tbl-reorder-point(ws-oh-idx).
           move sc-reorder-qty to ws-oh-tbl-reorder-qty(ws-oh-idx).

           move ws-oh-tbl-reorder-point(ws-oh-idx) to ws-aa-new-qty.
           perform 380-write-applied-audit-line.

      *Roll the count's value into its store's totals - the net
      *variance both ways, and the shrink (the losses alone).
       330-post-store-variance.

           move ws-oh-check-store to ws-var-check-store.
           perform 580-search-variance-table.

           if (ws-var-found-flag = "Y") then
               set ws-var-idx to ws-var-match-idx
           else
               add 1 to ws-var-tbl-cnt
               set ws-var-idx to ws-var-tbl-cnt
               move ws-var-check-store to ws-var-tbl-store(ws-var-idx)
               move 0 to ws-var-tbl-counts(ws-var-idx)
               move 0 to ws-var-tbl-net-value(ws-var-idx)
               move 0 to ws-var-tbl-shrink-value(ws-var-idx)
           end-if.

           add 1 to ws-var-tbl-counts(ws-var-idx).
           add ws-calc-variance-value
               to ws-var-tbl-net-value(ws-var-idx).
           add ws-calc-variance-value to ws-total-net-value.

           if (ws-calc-variance-value < 0) then
               subtract ws-calc-variance-value
                   from ws-var-tbl-shrink-value(ws-var-idx)
               subtract ws-calc-variance-value
                   from ws-total-shrink-value
           end-if.

       380-write-applied-audit-line.

           move bh-batch-date     to ws-aa-run-date.
           move ws-oh-check-store to ws-aa-store-num.
           move ws-oh-check-sku   to ws-aa-sku-code.
           write audit-line from ws-audit-applied-line.
           add 1 to ws-cnt-applied.

       390-reject-count.

           move bh-batch-date to ws-ar-run-date.
           move sc-store-num  to ws-ar-store-num.
           move sc-sku-code   to ws-ar-sku-code.
           write audit-line from ws-audit-rejected-line.
           add 1 to ws-cnt-rejected.

      *Find the ledger entry for ws-oh-check-key, opening a new one
      *in its sorted place when the store/SKU pair is not on the
      *ledger yet, and leave ws-oh-idx pointed at it.
       500-locate-ledger-entry.

           perform 510-search-ledger-table.

           if (ws-oh-found-flag = "Y") then

               set ws-oh-idx to ws-oh-match-idx

           else

               perform 520-insert-ledger-entry

           end-if.

      *Search the ledger table for ws-oh-check-key. The table is in
      *key order, so the search also stops at the first entry past
      *the key - that is where a new entry belongs.
       510-search-ledger-table.

           move "N" to ws-oh-found-flag.
           move "N" to ws-oh-past-flag.
           compute ws-oh-insert-idx = ws-oh-tbl-cnt + 1.

           perform 515-compare-ledger-entry
               varying ws-oh-idx from 1 by 1
               until ws-oh-idx > ws-oh-tbl-cnt
                   or ws-oh-found-flag = "Y"
                   or ws-oh-past-flag = "Y".

      *Compare one ledger entry to ws-oh-check-key, remembering
      *where the match (or the insertion point) sits - the perform
      *varying above leaves ws-oh-idx one past it by the time the
      *loop stops.
       515-compare-ledger-entry.

           if (ws-oh-check-key = ws-oh-tbl-key(ws-oh-idx)) then

               move "Y" to ws-oh-found-flag
               set ws-oh-match-idx to ws-oh-idx

           else
           if (ws-oh-check-key < ws-oh-tbl-key(ws-oh-idx)) then

               move "Y" to ws-oh-past-flag
               set ws-oh-insert-idx to ws-oh-idx

           end-if
           end-if.

      *Open a zeroed ledger entry at the insertion point, moving
      *everything after it up one slot.
       520-insert-ledger-entry.

           add 1 to ws-oh-tbl-cnt.

           perform 525-shift-ledger-entry
               varying ws-oh-idx from ws-oh-tbl-cnt by -1
               until ws-oh-idx <= ws-oh-insert-idx.

           set ws-oh-idx to ws-oh-insert-idx.

           move ws-oh-check-key to ws-oh-tbl-key(ws-oh-idx).
           move 0 to ws-oh-tbl-on-hand(ws-oh-idx).
           move 0 to ws-oh-tbl-reorder-point(ws-oh-idx).
           move 0 to ws-oh-tbl-reorder-qty(ws-oh-idx).
           move 0 to ws-oh-tbl-count-date(ws-oh-idx).
           move 0 to ws-oh-tbl-move-date(ws-oh-idx).

       525-shift-ledger-entry.

           move ws-oh-tbl-entry(ws-oh-idx - 1)
               to ws-oh-tbl-entry(ws-oh-idx).

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

      *Search the SKU master table for ws-sd-check-code.
       570-search-sku-master.

           move "N" to ws-sd-found-flag.

           perform 575-compare-sku-master-entry
               varying ws-skumst-idx from 1 by 1
               until ws-skumst-idx > ws-skumst-tbl-cnt
                   or ws-sd-found-flag = "Y".

       575-compare-sku-master-entry.

           if (ws-sd-check-code = ws-skumst-tbl-code(ws-skumst-idx))
               then

               move "Y" to ws-sd-found-flag
               set ws-skumst-match-idx to ws-skumst-idx

           end-if.

      *Search the per-store variance table for ws-var-check-store.
       580-search-variance-table.

           move "N" to ws-var-found-flag.

           perform 585-compare-variance-entry
               varying ws-var-idx from 1 by 1
               until ws-var-idx > ws-var-tbl-cnt
                   or ws-var-found-flag = "Y".

       585-compare-variance-entry.

           if (ws-var-check-store = ws-var-tbl-store(ws-var-idx))
               then

               move "Y" to ws-var-found-flag
               set ws-var-match-idx to ws-var-idx

           end-if.

      *Write the updated ledger back out, in store and SKU order.
       600-rewrite-ledger.

           open output on-hand-file.

           perform 610-write-one-ledger-entry
               varying ws-oh-idx from 1 by 1
               until ws-oh-idx > ws-oh-tbl-cnt.

           close on-hand-file.

       610-write-one-ledger-entry.

           move ws-oh-tbl-store(ws-oh-idx)   to oh-store-num.
           move ws-oh-tbl-sku(ws-oh-idx)     to oh-sku-code.
           move ws-oh-tbl-on-hand(ws-oh-idx) to oh-on-hand.
           move ws-oh-tbl-reorder-point(ws-oh-idx)
               to oh-reorder-point.
           move ws-oh-tbl-reorder-qty(ws-oh-idx) to oh-reorder-qty.
           move ws-oh-tbl-count-date(ws-oh-idx)
               to oh-last-count-date.
           move ws-oh-tbl-move-date(ws-oh-idx) to oh-last-move-date.

           write oh-record.

      *Stamp the run id whose movements are now on the ledger. A
      *rerun leaves the stamp as it was.
       650-write-post-control.

           if (ws-rerun-flag not = "Y") then

               move bh-run-id to pc-last-run-id

               open output post-control-file
               write pc-record
               close post-control-file

           end-if.

      *One line per store/SKU on the ledger, flagged when the units
      *on hand are at or below the reorder point set for it. A SKU
      *with no reorder point set is never flagged.
       700-write-on-hand-report.

           write on-hand-line from spaces.
           write on-hand-line from ws-oh-column-headers.
           write on-hand-line from spaces.

           perform 710-write-one-on-hand-line
               varying ws-oh-idx from 1 by 1
               until ws-oh-idx > ws-oh-tbl-cnt.

           write on-hand-line from spaces.

           move ws-oh-tbl-cnt        to ws-ot-ledger-count.
           move ws-cnt-below-reorder to ws-ot-reorder-count.
           write on-hand-line from ws-oh-trailer-line.

       710-write-one-on-hand-line.

           move ws-oh-tbl-store(ws-oh-idx) to ws-od-store-num.
           move ws-oh-tbl-sku(ws-oh-idx)   to ws-od-sku-code.

           move ws-oh-tbl-sku(ws-oh-idx) to ws-sd-check-code.
           perform 570-search-sku-master.

           if (ws-sd-found-flag = "Y") then
               move ws-skumst-tbl-desc(ws-skumst-match-idx)
                   to ws-od-sku-desc
           else
               move spaces to ws-od-sku-desc
           end-if.

           move ws-oh-tbl-on-hand(ws-oh-idx) to ws-od-on-hand.
           move ws-oh-tbl-reorder-point(ws-oh-idx)
               to ws-od-reorder-point.
           move ws-oh-tbl-reorder-qty(ws-oh-idx)
               to ws-od-reorder-qty.
           move ws-oh-tbl-count-date(ws-oh-idx) to ws-od-count-date.

           move spaces to ws-od-flag.

           if (ws-oh-tbl-reorder-point(ws-oh-idx) > 0)
               and (ws-oh-tbl-on-hand(ws-oh-idx)
                   <= ws-oh-tbl-reorder-point(ws-oh-idx)) then

               move ws-con-reorder-note to ws-od-flag
               add 1 to ws-cnt-below-reorder

           end-if.

           write on-hand-line from ws-oh-detail-line.

      *Close the variance report with the per-store and company
      *totals, and a pointer to the audit log for anything that was
      *refused.
       750-write-variance-summary.

           write variance-line from spaces.
           write variance-line from ws-var-store-header.
           write variance-line from spaces.

           perform 760-write-one-variance-store
               varying ws-var-idx from 1 by 1
               until ws-var-idx > ws-var-tbl-cnt.

           write variance-line from spaces.

           move ws-total-net-value    to ws-vt-net-value.
           move ws-total-shrink-value to ws-vt-shrink-value.
           write variance-line from ws-var-total-line.

           if (ws-cnt-rejected > 0) then
               move ws-cnt-rejected to ws-vr-count
               write variance-line from ws-var-reject-line
           end-if.

       760-write-one-variance-store.

           move ws-var-tbl-store(ws-var-idx)  to ws-vs-store-num.
           move ws-var-tbl-counts(ws-var-idx) to ws-vs-counts.
           move ws-var-tbl-net-value(ws-var-idx) to ws-vs-net-value.
           move ws-var-tbl-shrink-value(ws-var-idx)
               to ws-vs-shrink-value.

           write variance-line from ws-var-store-line.

      *Log the run totals, then empty the count file so the same
      *counts aren't applied twice.
       780-write-audit-trailer.

           move ws-cnt-applied  to ws-at-applied-count.
           move ws-cnt-rejected to ws-at-rejected-count.
           write audit-line from ws-audit-trailer-line.

           if (ws-cnt-present-flag = "Y") then
               close stock-count-file
               open output stock-count-file
               close stock-count-file
           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM42 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-records-read to rh-records-read.
           move ws-oh-tbl-cnt       to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

      *Close the used files.
       999-close-files.

           close on-hand-report-file variance-report-file
               audit-log-file.

       end program Program42.
