       identification division.
       program-id. Program61.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Disaster-recovery backup set - the last step of the
      *         nightly chain. Copies every persistent file the
      *         system carries from night to night (the history,
      *         the subledgers and ledgers, the running totals, the
      *         invoice master, the control files and audit logs)
      *         and every reference file into a backup set named for
      *         the batch date, and writes the set's manifest - each
      *         file's record count and amount hash total. The copy
      *         is then read back and checked against the manifest
      *         before the set is put on the backup catalog. A set
      *         number of generations is kept; each night's set goes
      *         into the oldest generation's place. Ops ship the
      *         set's files off-site once the step has verified it.
      *
      *         When ops drop a set date in the restore-drill
      *         request file, the run then rebuilds every file of
      *         that set into a scratch area - the invoice master
      *         back into an indexed file - and proves the rebuilt
      *         files' counts and hash totals match the set's
      *         manifest. The live files are never touched by a
      *         drill.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here so every program downstream can stamp
      *the same pair on its own output. The batch date names the set.
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

      *Generations control file - how many backup sets are kept,
      *the same control-file-with-default shape as
      *invoice-retention-months.dat.
           select generations-file
               assign to "../../../data/dr-backup-generations.dat"
               organization is line sequential
               file status is ws-gens-status.

      *Backup catalog - one line per generation on hand: which set
      *it holds, when it was taken, whether it verified, and how its
      *last restore drill went. Rewritten at the end of every run.
           select catalog-file
               assign to "../../../data/dr-backup-catalog.dat"
               organization is line sequential
               file status is ws-cat-status.

      *Restore-drill request - ops drop the batch date of the set to
      *drill. Consumed on use, the same way the other request
      *control files are.
           select drill-request-file
               assign to "../../../data/dr-drill-request.dat"
               organization is line sequential
               file status is ws-dreq-status.

      *The live file being copied, named at run time from the file
      *list below.
           select source-file
               assign to dynamic ws-source-file-name
               organization is line sequential
               file status is ws-src-status.

      *The invoice master is the one indexed file in the set; it is
      *read in key order and copied out as a flat image.
           select invoice-master-file
               assign to "../../../../Program6/data/invoice-master.idx"
               organization is indexed
               access mode is sequential
               record key is im-invoice-number
               file status is ws-im-status.

      *A file's copy in the backup set - dr-gNN-<file name>, NN the
      *generation - and the set's manifest, dr-gNN-manifest.dat.
           select set-file
               assign to dynamic ws-set-file-name
               organization is line sequential
               file status is ws-set-status.

           select manifest-file
               assign to dynamic ws-manifest-file-name
               organization is line sequential
               file status is ws-mf-status.

      *The restore drill's scratch area - dr-drill-<file name> - and
      *the invoice master rebuilt as an indexed file.
           select drill-file
               assign to dynamic ws-drill-file-name
               organization is line sequential
               file status is ws-drl-status.

           select drill-invoice-file
               assign to "../../../data/dr-drill-invoice-master.idx"
               organization is indexed
               access mode is sequential
               record key is dim-invoice-number
               file status is ws-dim-status.

           select report-file
               assign to "../../../data/dr-backup-report.out"
               organization is line sequential
               file status is ws-rpt-status.

      *Chain run-lock control file - the set has to be taken with
      *nothing else writing the files, so this program takes the
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

      *Define the run-id control record.
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

      *Define the generations control record.
       fd generations-file
           data record is gen-record
           record contains 2 characters.

       01 gen-record.
           05 gen-count                        pic 99.

      *Define the backup catalog record - the generation slot, the
      *order the set was taken in, the set's batch date and run id,
      *when it was taken, what it holds, V verified or F failed, and
      *the last restore drill's date and P passed or F failed.
       fd catalog-file
           data record is cat-record
           record contains 56 characters.

       01 cat-record.
           05 cat-slot                         pic 99.
           05 cat-seq                          pic 9(6).
           05 cat-set-date                     pic 9(6).
           05 cat-run-id                       pic 9(8).
           05 cat-taken-date                   pic 9(6).
           05 cat-taken-time                   pic 9(8).
           05 cat-file-count                   pic 9(3).
           05 cat-record-count                 pic 9(9).
           05 cat-verify-flag                  pic x.
           05 cat-drill-date                   pic 9(6).
           05 cat-drill-result                 pic x.

      *Define the restore-drill request - the set's batch date.
       fd drill-request-file
           data record is dreq-record
           record contains 6 characters.

       01 dreq-record.
           05 dreq-set-date                    pic 9(6).

       fd source-file
           data record is src-record
           record contains 200 characters.

       01 src-record                           pic x(200).

      *Define the invoice master record - the same layout Program6
      *keeps it in.
       fd invoice-master-file.

       01 im-record.
           05 im-invoice-number.
               10 im-inv-prefix                pic xx.
               10 im-inv-hyphen                pic x.
               10 im-inv-number                pic 9(6).
           05 im-trans-code                    pic x.
           05 im-trans-amt                     pic 9(5)v99.
           05 im-pay-type                      pic xx.
           05 im-store-num                     pic 99.
           05 im-sku-code                      pic x(15).
           05 im-reason-code                   pic xx.
           05 im-trans-date                    pic 9(6).
           05 im-cashier-id                    pic 9(4).
           05 im-cust-num                      pic 9(6).

       fd set-file
           data record is set-record
           record contains 200 characters.

       01 set-record                           pic x(200).

      *Define the manifest record - one per file in the set. Each
      *line carries where its amount field sits, so a set can be
      *proved long after the file list below has changed.
       fd manifest-file
           data record is mf-record
           record contains 77 characters.

       01 mf-record.
           05 mf-set-date                      pic 9(6).
           05 mf-file-seq                      pic 99.
           05 mf-file-name                     pic x(34).
           05 mf-file-type                     pic x.
           05 mf-present-flag                  pic x.
           05 mf-hash-offset                   pic 9(3).
           05 mf-hash-length                   pic 99.
           05 mf-record-count                  pic 9(9).
           05 mf-hash-total                    pic s9(18)
               sign is leading separate.

       fd drill-file
           data record is drl-record
           record contains 200 characters.

       01 drl-record                           pic x(200).

       fd drill-invoice-file.

       01 dim-record.
           05 dim-invoice-number               pic x(9).
           05 filler                           pic x(45).

       fd report-file
           data record is report-line
           record contains 132 characters.

       01 report-line                          pic x(132).

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

       77 ws-runid-status                      pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-gens-status                       pic xx
           value "00".
       77 ws-cat-status                        pic xx
           value "00".
       77 ws-dreq-status                       pic xx
           value "00".
       77 ws-src-status                        pic xx
           value "00".
       77 ws-im-status                         pic xx
           value "00".
       77 ws-set-status                        pic xx
           value "00".
       77 ws-mf-status                         pic xx
           value "00".
       77 ws-drl-status                        pic xx
           value "00".
       77 ws-dim-status                        pic xx
           value "00".
       77 ws-rpt-status                        pic xx
           value "00".

       77 ws-eof-flag                          pic x
           value "N".
       77 ws-mf-eof-flag                       pic x
           value "N".
       77 ws-cat-eof-flag                      pic x
           value "N".

       77 ws-run-date                          pic 9(6)
           value 0.
       77 ws-run-time                          pic 9(8)
           value 0.
       77 ws-rh-start-time                     pic 9(8)
           value 0.
       77 ws-rh-batch-date                     pic 9(6)
           value 0.
       77 ws-rh-run-id                         pic 9(8)
           value 0.
       77 ws-cnt-recs-read                     pic 9(6)
           value 0.
       77 ws-cnt-recs-written                  pic 9(6)
           value 0.

      *Every file in the set, in the order it is taken: the program
      *directory that owns it, where its amount field starts and
      *how long it is (zero when the file has no amount - its hash
      *total stays zero and the record count carries the proof),
      *S line sequential or I indexed, and the file's name.
       01 ws-backup-files.
           05 filler                           pic x(50)
               value "Program1  01607Stransaction-history.dat".
           05 filler                           pic x(50)
               value "Program1  02709Scustomer-master.dat".
           05 filler                           pic x(50)
               value "Program1  00000Srun-history.dat".
           05 filler                           pic x(50)
               value "Program1  00000Srun-id.dat".
           05 filler                           pic x(50)
               value "Program1  00000Semployee-purchases.dat".
           05 filler                           pic x(50)
               value "Program1  00000Semployee-master.dat".
           05 filler                           pic x(50)
               value "Program1  00000Soperator-master.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sstore-master.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sfiscal-calendar.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sgl-account-map.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sstore-company.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sstore-hours.dat".
           05 filler                           pic x(50)
               value "Program1  00000Spaid-out-category.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sstaff-discount-policy.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sreview-threshold.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sinvalid-rate-threshold.dat".
           05 filler                           pic x(50)
               value "Program1  00000Sprice-tolerance.dat".
           05 filler                           pic x(50)
               value "Program1  00000Splan-variance-threshold.dat".
           05 filler                           pic x(50)
               value "Program1  00909Ssales-plan.dat".
           05 filler                           pic x(50)
               value "Program2  02710Sar-subledger.dat".
           05 filler                           pic x(50)
               value "Program2  01409Sar-activity.dat".
           05 filler                           pic x(50)
               value "Program2  01209Slayaway-subledger.dat".
           05 filler                           pic x(50)
               value "Program2  03409Sgift-card-ledger.dat".
           05 filler                           pic x(50)
               value "Program2  01209Srefund-due.dat".
           05 filler                           pic x(50)
               value "Program2  02107Sloyalty-ledger.dat".
           05 filler                           pic x(50)
               value "Program2  03609Sledger-journal.dat".
           05 filler                           pic x(50)
               value "Program2  00000Sloyalty-control.dat".
           05 filler                           pic x(50)
               value "Program2  04911Sprogram2-running-totals.dat".
           05 filler                           pic x(50)
               value "Program2  00000Sgc-dormancy-days.dat".
           05 filler                           pic x(50)
               value "Program2  04307Sspecial-orders.dat".
           05 filler                           pic x(50)
               value "Program3  05911Sprogram3-running-totals.dat".
           05 filler                           pic x(50)
               value "Program3  00710Ssl-store-mtd.dat".
           05 filler                           pic x(50)
               value "Program3  03607Ssku-master.dat".
           05 filler                           pic x(50)
               value "Program3  00000Stax-rate.dat".
           05 filler                           pic x(50)
               value "Program3  00000Sprovince-tax-rate.dat".
           05 filler                           pic x(50)
               value "Program3  00000Spromo-calendar.dat".
           05 filler                           pic x(50)
               value "Program3  00000Ssku-zone-price.dat".
           05 filler                           pic x(50)
               value "Program3  00000Sstore-price-zone.dat".
           05 filler                           pic x(50)
               value "Program4  04411Sprogram4-running-totals.dat".
           05 filler                           pic x(50)
               value "Program4  00710Sreturns-store-mtd.dat".
           05 filler                           pic x(50)
               value "Program5  00000Sjournal-batch-control.dat".
           05 filler                           pic x(50)
               value "Program5  02106Sjournal-batch-log.dat".
           05 filler                           pic x(50)
               value "Program6  01107Iinvoice-master.idx".
           05 filler                           pic x(50)
               value "Program6  00000Sinvoice-retention-months.dat".
           05 filler                           pic x(50)
               value "Program12 00000Sdeposit-variance-threshold.dat".
           05 filler                           pic x(50)
               value "Program17 00000Sstore-master-audit.log".
           05 filler                           pic x(50)
               value "Program19 00000Srun-history-days.dat".
           05 filler                           pic x(50)
               value "Program22 00000Smonth-end-close-control.dat".
           05 filler                           pic x(50)
               value "Program23 00000Sescheat-days.dat".
           05 filler                           pic x(50)
               value "Program24 00000Slayaway-termination-audit.log".
           05 filler                           pic x(50)
               value "Program24 00000Srestock-fee.dat".
           05 filler                           pic x(50)
               value "Program27 00000Scommission-plan.dat".
           05 filler                           pic x(50)
               value "Program28 00000Sdrawer-cumulative.dat".
           05 filler                           pic x(50)
               value "Program30 00000Ssku-master-audit.log".
           05 filler                           pic x(50)
               value "Program32 00000Sarchive-catalog.dat".
           05 filler                           pic x(50)
               value "Program33 00000Sweb-order-xref.dat".
           05 filler                           pic x(50)
               value "Program33 00000Sweb-invoice-control.dat".
           05 filler                           pic x(50)
               value "Program38 00000Srtv-claims.dat".
           05 filler                           pic x(50)
               value "Program38 00000Srtv-claim-control.dat".
           05 filler                           pic x(50)
               value "Program42 01807Son-hand-ledger.dat".
           05 filler                           pic x(50)
               value "Program42 00000Son-hand-post-control.dat".
           05 filler                           pic x(50)
               value "Program42 00000Sstock-count-audit.log".
           05 filler                           pic x(50)
               value "Program43 00000Svendor-master.dat".
           05 filler                           pic x(50)
               value "Program43 00000Svendor-master-audit.log".
           05 filler                           pic x(50)
               value "Program44 05407Spurchase-orders.dat".
           05 filler                           pic x(50)
               value "Program44 00000Spo-number-control.dat".
           05 filler                           pic x(50)
               value "Program45 00000Sreceiving-control.dat".
           05 filler                           pic x(50)
               value "Program45 00000Sreceiving-audit.log".
           05 filler                           pic x(50)
               value "Program46 00000Scustomer-master-audit.log".
           05 filler                           pic x(50)
               value "Program47 00000Sfinance-charge-control.dat".
           05 filler                           pic x(50)
               value "Program47 00000Sfinance-charge-rate.dat".
           05 filler                           pic x(50)
               value "Program49 04207Sopen-disputes.dat".
           05 filler                           pic x(50)
               value "Program49 00000Sdispute-control.dat".
           05 filler                           pic x(50)
               value "Program50 04609Scheque-register.dat".
           05 filler                           pic x(50)
               value "Program50 00000Scheque-number-control.dat".
           05 filler                           pic x(50)
               value "Program50 00000Sstale-cheque-days.dat".
           05 filler                           pic x(50)
               value "Program52 00000Semployee-master-audit.log".
           05 filler                           pic x(50)
               value "Program53 00000Semployee-benefit.dat".
           05 filler                           pic x(50)
               value "Program55 00000Ssales-plan-audit.log".
           05 filler                           pic x(50)
               value "Program58 00000Srfm-policy.dat".
           05 filler                           pic x(50)
               value "Program59 00000Serasure-control.dat".
           05 filler                           pic x(50)
               value "Program59 00000Scustomer-erasure-audit.log".
       01 ws-backup-file-tbl redefines ws-backup-files.
           05 ws-bf-entry                      occurs 82 times.
               10 ws-bf-program-dir            pic x(10).
               10 ws-bf-hash-offset            pic 9(3).
               10 ws-bf-hash-length            pic 99.
               10 ws-bf-file-type              pic x.
               10 ws-bf-file-name              pic x(34).

       77 ws-con-backup-files                  pic 99
           value 82.
       77 ws-file-sub                          pic 99
           value 0.

      *Generations kept - from the control file, defaulting to a
      *week's worth and capped at the catalog table's size.
       77 ws-con-default-gens                  pic 99
           value 7.
       77 ws-con-max-gens                      pic 99
           value 30.
       77 ws-gens                              pic 99
           value 0.

      *The catalog, one entry per generation slot. A slot with a
      *zero sequence holds no set.
       01 ws-cat-tbl.
           05 ws-cat-entry                     occurs 30 times.
               10 ws-cat-seq                   pic 9(6).
               10 ws-cat-set-date              pic 9(6).
               10 ws-cat-run-id                pic 9(8).
               10 ws-cat-taken-date            pic 9(6).
               10 ws-cat-taken-time            pic 9(8).
               10 ws-cat-file-count            pic 9(3).
               10 ws-cat-record-count          pic 9(9).
               10 ws-cat-verify-flag           pic x.
               10 ws-cat-drill-date            pic 9(6).
               10 ws-cat-drill-result          pic x.

       77 ws-cat-sub                           pic 99
           value 0.
       77 ws-cnt-retired                       pic 99
           value 0.
       77 ws-last-seq                          pic 9(6)
           value 0.
       77 ws-oldest-seq                        pic 9(6)
           value 0.

      *The generation tonight's set goes into.
       77 ws-slot                              pic 99
           value 0.

      *File names built at run time.
       77 ws-source-file-name                  pic x(80)
           value spaces.
       77 ws-set-file-name                     pic x(80)
           value spaces.
       77 ws-manifest-file-name                pic x(80)
           value spaces.
       77 ws-drill-file-name                   pic x(80)
           value spaces.

      *The file being worked on - what its manifest line says it
      *is, and what was counted going through it.
       77 ws-cur-file-name                     pic x(34)
           value spaces.
       77 ws-cur-file-type                     pic x
           value space.
       77 ws-cur-present-flag                  pic x
           value space.
       77 ws-cur-hash-offset                   pic 9(3)
           value 0.
       77 ws-cur-hash-length                   pic 99
           value 0.
       77 ws-cur-count                         pic 9(9)
           value 0.
       77 ws-cur-hash                          pic s9(18)
           value 0.
       77 ws-cur-check-count                   pic 9(9)
           value 0.
       77 ws-cur-check-hash                    pic s9(18)
           value 0.
       77 ws-cur-result                        pic x(12)
           value spaces.

      *Hash total work area - the amount field is dropped into the
      *right-hand end of a zero-filled area, so a trailing sign
      *overpunch lands where the signed view expects it. A field
      *that isn't numeric adds nothing.
       77 ws-hash-record                       pic x(200)
           value spaces.
       01 ws-hash-work                         pic x(18)
           value zeros.
       01 ws-hash-num redefines ws-hash-work   pic s9(18).
       77 ws-hash-start                        pic 99
           value 0.

      *Set totals.
       77 ws-cnt-files                         pic 99
           value 0.
       77 ws-cnt-present                       pic 99
           value 0.
       77 ws-cnt-set-records                   pic 9(9)
           value 0.
       77 ws-cnt-verified                      pic 99
           value 0.
       77 ws-cnt-mismatched                    pic 99
           value 0.
       77 ws-set-verify-flag                   pic x
           value "V".

      *Restore drill.
       77 ws-drill-requested-flag              pic x
           value "N".
       77 ws-drill-set-date                    pic 9(6)
           value 0.
       77 ws-drill-slot                        pic 99
           value 0.
       77 ws-drill-best-seq                    pic 9(6)
           value 0.
       77 ws-cnt-drill-files                   pic 99
           value 0.
       77 ws-cnt-drill-matched                 pic 99
           value 0.
       77 ws-cnt-drill-failed                  pic 99
           value 0.

       01 ws-con-results.
           05 ws-con-result-verified           pic x(12)
               value "VERIFIED".
           05 ws-con-result-mismatch           pic x(12)
               value "** MISMATCH".
           05 ws-con-result-matched            pic x(12)
               value "MATCHED".
           05 ws-con-result-missing            pic x(12)
               value "** NO COPY".

       01 ws-report-title.
           05 filler                           pic x(37)
               value "DISASTER-RECOVERY BACKUP SET - BATCH ".
           05 ws-rt-set-date                   pic 9(6).
           05 filler                           pic x(9)
               value "  RUN ID ".
           05 ws-rt-run-id                     pic 9(8).
           05 filler                           pic x(13)
               value "  GENERATION ".
           05 ws-rt-slot                       pic z9.
           05 filler                           pic x(4)
               value " OF ".
           05 ws-rt-gens                       pic z9.
           05 filler                           pic x(8)
               value "  TAKEN ".
           05 ws-rt-run-date                   pic 9(6).
           05 filler                           pic x
               value space.
           05 ws-rt-run-time                   pic 9(8).

       01 ws-column-heading.
           05 filler                           pic x(36)
               value "FILE".
           05 filler                           pic x(5)
               value "HELD".
           05 filler                           pic x(13)
               value "     MANIFEST".
           05 filler                           pic x(21)
               value "       MANIFEST HASH".
           05 ws-ch-check-recs                 pic x(13).
           05 filler                           pic x(21).
           05 filler                           pic x(8)
               value "  RESULT".

       01 ws-column-heading-2.
           05 filler                           pic x(41)
               value spaces.
           05 filler                           pic x(13)
               value "      RECORDS".
           05 filler                           pic x(21)
               value spaces.
           05 filler                           pic x(13)
               value "      RECORDS".
           05 ws-ch-check-hash                 pic x(21).

       01 ws-con-heading-texts.
           05 ws-con-copy-recs                 pic x(13)
               value "         COPY".
           05 ws-con-copy-hash                 pic x(21)
               value "           COPY HASH".
           05 ws-con-rebuilt-recs              pic x(13)
               value "      REBUILT".
           05 ws-con-rebuilt-hash              pic x(21)
               value "        REBUILT HASH".

       01 ws-detail-line.
           05 ws-dl-file-name                  pic x(34).
           05 filler                           pic x(2)
               value spaces.
           05 ws-dl-present                    pic x(3).
           05 filler                           pic x(2)
               value spaces.
           05 ws-dl-manifest-count             pic zzz,zzz,zz9.
           05 filler                           pic x(2)
               value spaces.
           05 ws-dl-manifest-hash              pic -(18)9.
           05 filler                           pic x(2)
               value spaces.
           05 ws-dl-check-count                pic zzz,zzz,zz9.
           05 filler                           pic x(2)
               value spaces.
           05 ws-dl-check-hash                 pic -(18)9.
           05 filler                           pic x(2)
               value spaces.
           05 ws-dl-result                     pic x(12).

       01 ws-set-summary-line.
           05 filler                           pic x(12)
               value "BACKUP SET: ".
           05 ws-ss-files                      pic z9.
           05 filler                           pic x(8)
               value " FILES, ".
           05 ws-ss-present                    pic z9.
           05 filler                           pic x(9)
               value " ON HAND ".
           05 ws-ss-records                    pic zzz,zzz,zz9.
           05 filler                           pic x(10)
               value " RECORDS, ".
           05 ws-ss-verified                   pic z9.
           05 filler                           pic x(11)
               value " VERIFIED, ".
           05 ws-ss-mismatched                 pic z9.
           05 filler                           pic x(14)
               value " MISMATCHED - ".
           05 ws-ss-verdict                    pic x(28).

       01 ws-con-verdicts.
           05 ws-con-set-verified              pic x(28)
               value "SET VERIFIED".
           05 ws-con-set-failed                pic x(28)
               value "** SET FAILED VERIFICATION".
           05 ws-con-drill-passed              pic x(28)
               value "DRILL PASSED".
           05 ws-con-drill-failed              pic x(28)
               value "** DRILL FAILED".

       01 ws-con-short-manifest-msg            pic x(60)
           value "** MANIFEST DOES NOT LIST EVERY FILE TAKEN".

       01 ws-drill-title.
           05 filler                           pic x(29)
               value "RESTORE DRILL - BACKUP BATCH ".
           05 ws-dt-set-date                   pic 9(6).
           05 filler                           pic x(13)
               value "  GENERATION ".
           05 ws-dt-slot                       pic z9.
           05 filler                           pic x(22)
               value "  REBUILT INTO SCRATCH".

       01 ws-drill-not-found-line.
           05 filler                           pic x(29)
               value "RESTORE DRILL - BACKUP BATCH ".
           05 ws-dnf-set-date                  pic 9(6).
           05 filler                           pic x(40)
               value " IS NOT ON THE CATALOG - NO DRILL RUN".

       01 ws-drill-summary-line.
           05 filler                           pic x(15)
               value "RESTORE DRILL: ".
           05 ws-ds-files                      pic z9.
           05 filler                           pic x(8)
               value " FILES, ".
           05 ws-ds-matched                    pic z9.
           05 filler                           pic x(10)
               value " MATCHED, ".
           05 ws-ds-failed                     pic z9.
           05 filler                           pic x(15)
               value " NOT MATCHED - ".
           05 ws-ds-verdict                    pic x(28).

       01 ws-con-gens-heading                  pic x(60)
           value "GENERATIONS ON HAND".

       01 ws-generation-line.
           05 filler                           pic x(4)
               value "GEN ".
           05 ws-gl-slot                       pic z9.
           05 filler                           pic x(8)
               value "  BATCH ".
           05 ws-gl-set-date                   pic 9(6).
           05 filler                           pic x(9)
               value "  RUN ID ".
           05 ws-gl-run-id                     pic 9(8).
           05 filler                           pic x(8)
               value "  TAKEN ".
           05 ws-gl-taken-date                 pic 9(6).
           05 filler                           pic x(2)
               value spaces.
           05 ws-gl-file-count                 pic zz9.
           05 filler                           pic x(8)
               value " FILES  ".
           05 ws-gl-record-count               pic zzz,zzz,zz9.
           05 filler                           pic x(10)
               value " RECORDS  ".
           05 ws-gl-verify                     pic x(10).
           05 filler                           pic x(11)
               value "LAST DRILL ".
           05 ws-gl-drill                      pic x(16).

       01 ws-con-gen-notes.
           05 ws-con-gen-verified              pic x(10)
               value "VERIFIED".
           05 ws-con-gen-failed                pic x(10)
               value "** FAILED".
           05 ws-con-gen-no-drill              pic x(16)
               value "NONE".

       01 ws-gen-drill-text.
           05 ws-gdt-date                      pic 9(6).
           05 filler                           pic x
               value space.
           05 ws-gdt-result                    pic x(9).

       01 ws-retired-line.
           05 ws-rl-count                      pic z9.
           05 filler                           pic x(44)
               value " GENERATION(S) BEYOND THE KEPT COUNT DROPPED".

       77 ws-blank-line                        pic x
           value space.

       procedure division.
       000-main.

           accept ws-rh-start-time from time.
           accept ws-run-date from date.
           accept ws-run-time from time.
           move 0 to return-code.

           perform 050-acquire-run-lock.

           if (ws-lock-denied-flag = "Y") then
               goback
           end-if.

           perform 100-open-files.
           perform 200-choose-generation.
           perform 300-take-backup-set.
           perform 400-verify-backup-set.
           perform 450-catalog-backup-set.

           if (ws-drill-requested-flag = "Y") then
               perform 500-restore-drill
           end-if.

           perform 600-write-catalog.
           perform 650-write-generation-list.
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

               move "PROGRAM61 "       to lk-program-id
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

      *Load the run id, the generations count, the catalog and any
      *drill request, and open the report.
       100-open-files.

           move ws-run-date to ws-rh-batch-date.

           perform 105-load-run-id.
           perform 110-load-generations.
           perform 120-load-catalog.
           perform 130-load-drill-request.

           open output report-file.

      *A missing run id leaves the set named for today's date.
       105-load-run-id.

           open input run-id-file.

           if (ws-runid-status = "00") then

               read run-id-file
                   not at end move ri-batch-date to ws-rh-batch-date
                        move ri-run-id     to ws-rh-run-id
               end-read

               close run-id-file

           end-if.

      *A missing, zero or unreadable count keeps the default.
       110-load-generations.

           move ws-con-default-gens to ws-gens.

           open input generations-file.

           if (ws-gens-status = "00") then

               read generations-file
                   not at end
                       if (gen-count is numeric)
                           and (gen-count > 0) then
                           move gen-count to ws-gens
                       end-if
               end-read

               close generations-file

           end-if.

           if (ws-gens > ws-con-max-gens) then
               move ws-con-max-gens to ws-gens
           end-if.

      *Load the catalog by generation slot. A slot beyond the count
      *now kept - the count was lowered - is dropped from the
      *catalog; its files are simply never read again.
       120-load-catalog.

           initialize ws-cat-tbl.

           open input catalog-file.

           if (ws-cat-status = "00") then

               read catalog-file
                   at end move "Y" to ws-cat-eof-flag
               end-read

               perform 125-load-catalog-entry
                   until ws-cat-eof-flag = "Y"

               close catalog-file

           end-if.

       125-load-catalog-entry.

           if (cat-slot is numeric)
               and (cat-slot > 0)
               and (cat-slot <= ws-gens) then

               move cat-seq          to ws-cat-seq(cat-slot)
               move cat-set-date     to ws-cat-set-date(cat-slot)
               move cat-run-id       to ws-cat-run-id(cat-slot)
               move cat-taken-date   to ws-cat-taken-date(cat-slot)
               move cat-taken-time   to ws-cat-taken-time(cat-slot)
               move cat-file-count   to ws-cat-file-count(cat-slot)
               move cat-record-count to ws-cat-record-count(cat-slot)
               move cat-verify-flag  to ws-cat-verify-flag(cat-slot)
               move cat-drill-date   to ws-cat-drill-date(cat-slot)
               move cat-drill-result to ws-cat-drill-result(cat-slot)

           else
               add 1 to ws-cnt-retired
           end-if.

           if (cat-seq is numeric)
               and (cat-seq > ws-last-seq) then
               move cat-seq to ws-last-seq
           end-if.

           read catalog-file
               at end move "Y" to ws-cat-eof-flag.

      *Pick up a restore-drill request and consume it.
       130-load-drill-request.

           open input drill-request-file.

           if (ws-dreq-status = "00") then

               read drill-request-file
                   not at end
                       if (dreq-set-date is numeric) then
                           move dreq-set-date to ws-drill-set-date
                           move "Y" to ws-drill-requested-flag
                       end-if
               end-read

               close drill-request-file

               if (ws-drill-requested-flag = "Y") then
                   open output drill-request-file
                   close drill-request-file
               end-if

           end-if.

      *Tonight's set goes into the generation already holding this
      *batch's set when the step is rerun, else the first empty
      *generation, else the oldest one.
       200-choose-generation.

           move 0 to ws-slot.

           perform 210-match-same-batch
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-gens or ws-slot > 0.

           if (ws-slot = 0) then
               perform 220-match-empty-slot
                   varying ws-cat-sub from 1 by 1
                   until ws-cat-sub > ws-gens or ws-slot > 0
           end-if.

           if (ws-slot = 0) then
               move 1 to ws-slot
               move ws-cat-seq(1) to ws-oldest-seq
               perform 230-match-oldest-slot
                   varying ws-cat-sub from 2 by 1
                   until ws-cat-sub > ws-gens
           end-if.

           move ws-slot to ws-cat-sub.
           initialize ws-cat-entry(ws-cat-sub).

           move ws-rh-batch-date to ws-rt-set-date.
           move ws-rh-run-id     to ws-rt-run-id.
           move ws-slot          to ws-rt-slot.
           move ws-gens          to ws-rt-gens.
           move ws-run-date      to ws-rt-run-date.
           move ws-run-time      to ws-rt-run-time.

           write report-line from ws-report-title.
           write report-line from ws-blank-line.

       210-match-same-batch.

           if (ws-cat-seq(ws-cat-sub) > 0)
               and (ws-cat-set-date(ws-cat-sub) = ws-rh-batch-date)
               and (ws-cat-run-id(ws-cat-sub) = ws-rh-run-id) then
               move ws-cat-sub to ws-slot
           end-if.

       220-match-empty-slot.

           if (ws-cat-seq(ws-cat-sub) = 0) then
               move ws-cat-sub to ws-slot
           end-if.

       230-match-oldest-slot.

           if (ws-cat-seq(ws-cat-sub) < ws-oldest-seq) then
               move ws-cat-seq(ws-cat-sub) to ws-oldest-seq
               move ws-cat-sub to ws-slot
           end-if.

      *Copy every file into the set and write its manifest line.
       300-take-backup-set.

           move ws-slot to ws-cat-sub.
           perform 700-build-manifest-name.

           open output manifest-file.

           perform 310-back-up-one-file
               varying ws-file-sub from 1 by 1
               until ws-file-sub > ws-con-backup-files.

           close manifest-file.

       310-back-up-one-file.

           move ws-bf-file-name(ws-file-sub)   to ws-cur-file-name.
           move ws-bf-file-type(ws-file-sub)   to ws-cur-file-type.
           move ws-bf-hash-offset(ws-file-sub) to ws-cur-hash-offset.
           move ws-bf-hash-length(ws-file-sub) to ws-cur-hash-length.
           move 0 to ws-cur-count.
           move 0 to ws-cur-hash.
           move "N" to ws-cur-present-flag.

           move spaces to ws-source-file-name.
           string "../../../../"                delimited by size
                  ws-bf-program-dir(ws-file-sub) delimited by space
                  "/data/"                      delimited by size
                  ws-cur-file-name              delimited by space
               into ws-source-file-name.

           move ws-slot to ws-cat-sub.
           perform 710-build-set-file-name.

      *A file not there tonight still gets an empty copy, so an
      *older copy left in this generation can never be restored
      *in its place.
           open output set-file.

           if (ws-cur-file-type = "I") then
               perform 320-copy-invoice-master
           else
               perform 330-copy-sequential-file
           end-if.

           close set-file.

           move ws-rh-batch-date   to mf-set-date.
           move ws-file-sub        to mf-file-seq.
           move ws-cur-file-name   to mf-file-name.
           move ws-cur-file-type   to mf-file-type.
           move ws-cur-present-flag to mf-present-flag.
           move ws-cur-hash-offset to mf-hash-offset.
           move ws-cur-hash-length to mf-hash-length.
           move ws-cur-count       to mf-record-count.
           move ws-cur-hash        to mf-hash-total.
           write mf-record.

           add 1 to ws-cnt-files.
           add ws-cur-count to ws-cnt-set-records.

           if (ws-cur-present-flag = "Y") then
               add 1 to ws-cnt-present
           end-if.

       320-copy-invoice-master.

           open input invoice-master-file.

           if (ws-im-status = "00") then

               move "Y" to ws-cur-present-flag
               move "N" to ws-eof-flag

               read invoice-master-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 325-copy-one-invoice
                   until ws-eof-flag = "Y"

               close invoice-master-file

           end-if.

       325-copy-one-invoice.

           write set-record from im-record.
           add 1 to ws-cur-count.
           add 1 to ws-cnt-recs-read.
           add 1 to ws-cnt-recs-written.

           move im-record to ws-hash-record.
           perform 750-add-to-hash.

           read invoice-master-file
               at end move "Y" to ws-eof-flag.

       330-copy-sequential-file.

           open input source-file.

           if (ws-src-status = "00") then

               move "Y" to ws-cur-present-flag
               move "N" to ws-eof-flag

               read source-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 335-copy-one-record
                   until ws-eof-flag = "Y"

               close source-file

           end-if.

       335-copy-one-record.

           write set-record from src-record.
           add 1 to ws-cur-count.
           add 1 to ws-cnt-recs-read.
           add 1 to ws-cnt-recs-written.

           move src-record to ws-hash-record.
           perform 750-add-to-hash.

           read source-file
               at end move "Y" to ws-eof-flag.

      *Read the manifest back off the disk and prove every copy in
      *the set against it.
       400-verify-backup-set.

           move ws-con-copy-recs to ws-ch-check-recs.
           move ws-con-copy-hash to ws-ch-check-hash.
           write report-line from ws-column-heading.
           write report-line from ws-column-heading-2.

           move ws-slot to ws-cat-sub.
           perform 700-build-manifest-name.
           move "N" to ws-mf-eof-flag.

           open input manifest-file.

           if (ws-mf-status = "00") then

               read manifest-file
                   at end move "Y" to ws-mf-eof-flag
               end-read

               perform 410-verify-one-file
                   until ws-mf-eof-flag = "Y"

               close manifest-file

           end-if.

           if (ws-cnt-verified + ws-cnt-mismatched
               not = ws-cnt-files) then
               write report-line from ws-con-short-manifest-msg
               move "F" to ws-set-verify-flag
           end-if.

           if (ws-cnt-mismatched > 0) then
               move "F" to ws-set-verify-flag
           end-if.

           move ws-cnt-files       to ws-ss-files.
           move ws-cnt-present     to ws-ss-present.
           move ws-cnt-set-records to ws-ss-records.
           move ws-cnt-verified    to ws-ss-verified.
           move ws-cnt-mismatched  to ws-ss-mismatched.

           if (ws-set-verify-flag = "V") then
               move ws-con-set-verified to ws-ss-verdict
           else
               move ws-con-set-failed to ws-ss-verdict
               move 16 to return-code
           end-if.

           write report-line from ws-blank-line.
           write report-line from ws-set-summary-line.
           display ws-set-summary-line.

       410-verify-one-file.

           move mf-file-name   to ws-cur-file-name.
           move mf-hash-offset to ws-cur-hash-offset.
           move mf-hash-length to ws-cur-hash-length.
           perform 710-build-set-file-name.

           move ws-con-result-verified to ws-cur-result.
           perform 760-count-set-copy.

           if (ws-cur-check-count not = mf-record-count)
               or (ws-cur-check-hash not = mf-hash-total) then
               move ws-con-result-mismatch to ws-cur-result
           end-if.

           if (ws-cur-result = ws-con-result-verified) then
               add 1 to ws-cnt-verified
           else
               add 1 to ws-cnt-mismatched
           end-if.

           perform 780-write-detail-line.

           read manifest-file
               at end move "Y" to ws-mf-eof-flag.

      *Put tonight's set on the catalog in its generation.
       450-catalog-backup-set.

           add 1 to ws-last-seq.

           move ws-last-seq        to ws-cat-seq(ws-slot).
           move ws-rh-batch-date   to ws-cat-set-date(ws-slot).
           move ws-rh-run-id       to ws-cat-run-id(ws-slot).
           move ws-run-date        to ws-cat-taken-date(ws-slot).
           move ws-run-time        to ws-cat-taken-time(ws-slot).
           move ws-cnt-files       to ws-cat-file-count(ws-slot).
           move ws-cnt-set-records to ws-cat-record-count(ws-slot).
           move ws-set-verify-flag to ws-cat-verify-flag(ws-slot).
           move 0                  to ws-cat-drill-date(ws-slot).
           move space              to ws-cat-drill-result(ws-slot).

      *Rebuild every file of the requested set into the scratch
      *area and prove the rebuilt files against the set's
      *manifest. When a batch was taken more than once, the latest
      *set taken for it is the one drilled.
       500-restore-drill.

           move 0 to ws-drill-slot.
           move 0 to ws-drill-best-seq.

           perform 505-find-drill-set
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-gens.

           write report-line from ws-blank-line.

           if (ws-drill-slot = 0) then
               move ws-drill-set-date to ws-dnf-set-date
               write report-line from ws-drill-not-found-line
               display ws-drill-not-found-line
               if (return-code < 8) then
                   move 8 to return-code
               end-if
           else
               perform 510-drill-one-set
           end-if.

       505-find-drill-set.

           if (ws-cat-seq(ws-cat-sub) > ws-drill-best-seq)
               and (ws-cat-set-date(ws-cat-sub) = ws-drill-set-date)
               then
               move ws-cat-seq(ws-cat-sub) to ws-drill-best-seq
               move ws-cat-sub to ws-drill-slot
           end-if.

       510-drill-one-set.

           move ws-drill-set-date to ws-dt-set-date.
           move ws-drill-slot     to ws-dt-slot.
           write report-line from ws-drill-title.
           write report-line from ws-blank-line.

           move ws-con-rebuilt-recs to ws-ch-check-recs.
           move ws-con-rebuilt-hash to ws-ch-check-hash.
           write report-line from ws-column-heading.
           write report-line from ws-column-heading-2.

           move ws-drill-slot to ws-cat-sub.
           perform 700-build-manifest-name.
           move "N" to ws-mf-eof-flag.

           open input manifest-file.

           if (ws-mf-status = "00") then

               read manifest-file
                   at end move "Y" to ws-mf-eof-flag
               end-read

               perform 520-drill-one-file
                   until ws-mf-eof-flag = "Y"

               close manifest-file

           end-if.

           if (ws-cnt-drill-files
               not = ws-cat-file-count(ws-drill-slot)) then
               write report-line from ws-con-short-manifest-msg
               add 1 to ws-cnt-drill-failed
           end-if.

           move ws-cnt-drill-files   to ws-ds-files.
           move ws-cnt-drill-matched to ws-ds-matched.
           move ws-cnt-drill-failed  to ws-ds-failed.
           move ws-run-date to ws-cat-drill-date(ws-drill-slot).

           if (ws-cnt-drill-failed = 0) then
               move ws-con-drill-passed to ws-ds-verdict
               move "P" to ws-cat-drill-result(ws-drill-slot)
           else
               move ws-con-drill-failed to ws-ds-verdict
               move "F" to ws-cat-drill-result(ws-drill-slot)
               move 16 to return-code
           end-if.

           write report-line from ws-blank-line.
           write report-line from ws-drill-summary-line.
           display ws-drill-summary-line.

      *Copy the file out of the set into the scratch area, then
      *count and hash what was rebuilt there.
       520-drill-one-file.

           add 1 to ws-cnt-drill-files.

           move mf-file-name   to ws-cur-file-name.
           move mf-hash-offset to ws-cur-hash-offset.
           move mf-hash-length to ws-cur-hash-length.
           move ws-drill-slot  to ws-cat-sub.
           perform 710-build-set-file-name.

           move ws-con-result-matched to ws-cur-result.
           move 0 to ws-cur-check-count.
           move 0 to ws-cur-check-hash.

           open input set-file.

           if (ws-set-status not = "00") then
               move ws-con-result-missing to ws-cur-result
           else
               if (mf-file-type = "I") then
                   perform 530-rebuild-invoice-master
               else
                   perform 540-rebuild-sequential-file
               end-if
               close set-file
           end-if.

           if (ws-cur-result = ws-con-result-matched) then
               if (ws-cur-check-count not = mf-record-count)
                   or (ws-cur-check-hash not = mf-hash-total)
                   or (mf-set-date not = ws-drill-set-date) then
                   move ws-con-result-mismatch to ws-cur-result
               end-if
           end-if.

           if (ws-cur-result = ws-con-result-matched) then
               add 1 to ws-cnt-drill-matched
           else
               add 1 to ws-cnt-drill-failed
           end-if.

           perform 780-write-detail-line.

           read manifest-file
               at end move "Y" to ws-mf-eof-flag.

      *The invoice master's flat image goes back into an indexed
      *file - it was taken in key order, so it loads in key order -
      *and the indexed file is then read through on its own.
       530-rebuild-invoice-master.

           open output drill-invoice-file.
           move "N" to ws-eof-flag.

           read set-file
               at end move "Y" to ws-eof-flag
           end-read.

           perform 535-load-one-invoice
               until ws-eof-flag = "Y".

           close drill-invoice-file.

           open input drill-invoice-file.

           if (ws-dim-status = "00") then

               move "N" to ws-eof-flag

               read drill-invoice-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 537-count-one-invoice
                   until ws-eof-flag = "Y"

               close drill-invoice-file

           end-if.

       535-load-one-invoice.

           move set-record to dim-record.
           write dim-record.

           read set-file
               at end move "Y" to ws-eof-flag.

       537-count-one-invoice.

           add 1 to ws-cur-check-count.
           move dim-record to ws-hash-record.
           perform 770-add-to-check-hash.

           read drill-invoice-file
               at end move "Y" to ws-eof-flag.

       540-rebuild-sequential-file.

           move spaces to ws-drill-file-name.
           string "../../../data/dr-drill-"     delimited by size
                  ws-cur-file-name              delimited by space
               into ws-drill-file-name.

           open output drill-file.
           move "N" to ws-eof-flag.

           read set-file
               at end move "Y" to ws-eof-flag
           end-read.

           perform 545-load-one-record
               until ws-eof-flag = "Y".

           close drill-file.

           open input drill-file.

           if (ws-drl-status = "00") then

               move "N" to ws-eof-flag

               read drill-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 547-count-one-record
                   until ws-eof-flag = "Y"

               close drill-file

           end-if.

       545-load-one-record.

           write drl-record from set-record.

           read set-file
               at end move "Y" to ws-eof-flag.

       547-count-one-record.

           add 1 to ws-cur-check-count.
           move drl-record to ws-hash-record.
           perform 770-add-to-check-hash.

           read drill-file
               at end move "Y" to ws-eof-flag.

      *Rewrite the catalog, one line per generation on hand.
       600-write-catalog.

           open output catalog-file.

           perform 610-write-catalog-entry
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-gens.

           close catalog-file.

       610-write-catalog-entry.

           if (ws-cat-seq(ws-cat-sub) > 0) then

               move ws-cat-sub to cat-slot
               move ws-cat-seq(ws-cat-sub)      to cat-seq
               move ws-cat-set-date(ws-cat-sub) to cat-set-date
               move ws-cat-run-id(ws-cat-sub)   to cat-run-id
               move ws-cat-taken-date(ws-cat-sub) to cat-taken-date
               move ws-cat-taken-time(ws-cat-sub) to cat-taken-time
               move ws-cat-file-count(ws-cat-sub) to cat-file-count
               move ws-cat-record-count(ws-cat-sub)
                   to cat-record-count
               move ws-cat-verify-flag(ws-cat-sub) to cat-verify-flag
               move ws-cat-drill-date(ws-cat-sub)  to cat-drill-date
               move ws-cat-drill-result(ws-cat-sub)
                   to cat-drill-result

               write cat-record

           end-if.

      *List the generations on hand at the foot of the report.
       650-write-generation-list.

           write report-line from ws-blank-line.
           write report-line from ws-con-gens-heading.

           perform 660-write-generation-line
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-gens.

           if (ws-cnt-retired > 0) then
               move ws-cnt-retired to ws-rl-count
               write report-line from ws-retired-line
           end-if.

       660-write-generation-line.

           if (ws-cat-seq(ws-cat-sub) > 0) then

               move ws-cat-sub to ws-gl-slot
               move ws-cat-set-date(ws-cat-sub)   to ws-gl-set-date
               move ws-cat-run-id(ws-cat-sub)     to ws-gl-run-id
               move ws-cat-taken-date(ws-cat-sub) to ws-gl-taken-date
               move ws-cat-file-count(ws-cat-sub) to ws-gl-file-count
               move ws-cat-record-count(ws-cat-sub)
                   to ws-gl-record-count

               if (ws-cat-verify-flag(ws-cat-sub) = "V") then
                   move ws-con-gen-verified to ws-gl-verify
               else
                   move ws-con-gen-failed to ws-gl-verify
               end-if

               if (ws-cat-drill-date(ws-cat-sub) = 0) then
                   move ws-con-gen-no-drill to ws-gl-drill
               else
                   move ws-cat-drill-date(ws-cat-sub) to ws-gdt-date
                   if (ws-cat-drill-result(ws-cat-sub) = "P") then
                       move "PASSED" to ws-gdt-result
                   else
                       move "** FAILED" to ws-gdt-result
                   end-if
                   move ws-gen-drill-text to ws-gl-drill
               end-if

               write report-line from ws-generation-line

           end-if.

      *Name the manifest of the generation in ws-cat-sub.
       700-build-manifest-name.

           move spaces to ws-manifest-file-name.
           string "../../../data/dr-g"          delimited by size
                  ws-cat-sub                    delimited by size
                  "-manifest.dat"               delimited by size
               into ws-manifest-file-name.

      *Name ws-cur-file-name's copy in the generation in ws-cat-sub.
       710-build-set-file-name.

           move spaces to ws-set-file-name.
           string "../../../data/dr-g"          delimited by size
                  ws-cat-sub                    delimited by size
                  "-"                           delimited by size
                  ws-cur-file-name              delimited by space
               into ws-set-file-name.

      *Add the amount field of ws-hash-record to the file's hash.
       750-add-to-hash.

           if (ws-cur-hash-length > 0) then
               perform 755-extract-hash-field
               if (ws-hash-num is numeric) then
                   add ws-hash-num to ws-cur-hash
               end-if
           end-if.

       755-extract-hash-field.

           move zeros to ws-hash-work.
           subtract ws-cur-hash-length from 19 giving ws-hash-start.
           move ws-hash-record(ws-cur-hash-offset:ws-cur-hash-length)
               to ws-hash-work(ws-hash-start:ws-cur-hash-length).

      *Count and hash the copy named in ws-set-file-name. A copy
      *that can't be opened counts nothing, which never matches a
      *file that had records.
       760-count-set-copy.

           move 0 to ws-cur-check-count.
           move 0 to ws-cur-check-hash.

           open input set-file.

           if (ws-set-status = "00") then

               move "N" to ws-eof-flag

               read set-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 765-count-one-copy-record
                   until ws-eof-flag = "Y"

               close set-file

           else
               move ws-con-result-missing to ws-cur-result
           end-if.

       765-count-one-copy-record.

           add 1 to ws-cur-check-count.
           move set-record to ws-hash-record.
           perform 770-add-to-check-hash.

           read set-file
               at end move "Y" to ws-eof-flag.

       770-add-to-check-hash.

           if (ws-cur-hash-length > 0) then
               perform 755-extract-hash-field
               if (ws-hash-num is numeric) then
                   add ws-hash-num to ws-cur-check-hash
               end-if
           end-if.

      *One report line per file - the manifest's figures beside the
      *ones just counted.
       780-write-detail-line.

           move mf-file-name to ws-dl-file-name.

           if (mf-present-flag = "Y") then
               move "YES" to ws-dl-present
           else
               move "NO" to ws-dl-present
           end-if.

           move mf-record-count    to ws-dl-manifest-count.
           move mf-hash-total      to ws-dl-manifest-hash.
           move ws-cur-check-count to ws-dl-check-count.
           move ws-cur-check-hash  to ws-dl-check-hash.
           move ws-cur-result      to ws-dl-result.

           write report-line from ws-detail-line.

       990-write-run-history.

           move "PROGRAM61 " to rh-program-id.
           move ws-rh-batch-date to rh-batch-date.
           move ws-rh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-recs-read    to rh-records-read.
           move ws-cnt-recs-written to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

       999-close-files.

           close report-file.

       end program Program61.
