       identification division.
       program-id. Program49.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Card chargeback and dispute tracking. Reads the card
      *         processor's daily dispute file and matches every new
      *         dispute to the original sale through the invoice
      *         master, then carries it on the open-disputes file
      *         through its stages - received, evidence sent, won,
      *         lost. Prints the day's dispute activity and an aging
      *         report by store that calls out every response
      *         deadline coming due or already missed, and writes a
      *         GL extract of the disputes lost today for Program5
      *         to post as chargeback losses.

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

      *The processor's daily dispute file - one line per case
      *movement: N a new dispute (the money has already been taken
      *back), E the processor has our evidence, W decided in our
      *favour (the money comes back), L decided against us. The
      *file is emptied once applied, the same
      *truncate-after-consuming pattern the other control files
      *use.
           select dispute-in-file
               assign to "../../../data/processor-disputes.dat"
               organization is line sequential
               file status is ws-din-status.

      *The persistent open-disputes file, loaded in full and
      *rewritten with this run's movements applied. Closed cases
      *stay on it for the retention window below, then drop off.
           select dispute-file
               assign to "../../../data/open-disputes.dat"
               organization is line sequential
               file status is ws-dsp-status.

      *Before-image of the open-disputes file, taken at the start
      *of the run so a bad day can be backed out by restoring the
      *.bak copy.
           select dispute-backup-file
               assign to "../../../data/open-disputes.bak"
               organization is line sequential.

      *Dispute control - the run id whose dispute file was last
      *applied, so an accidental second run is skipped and the
      *first run's extract is left for Program5.
           select dispute-control-file
               assign to "../../../data/dispute-control.dat"
               organization is line sequential
               file status is ws-dspctl-status.

           select dispute-control-backup-file
               assign to "../../../data/dispute-control.bak"
               organization is line sequential.

      *Invoice master - the cumulative indexed file Program6
      *maintains, read here by key to find the sale a dispute is
      *against.
           select invoice-master-file
               assign to "../../../../Program6/data/invoice-master.idx"
               organization is indexed
               access mode is random
               record key is im-invoice-number
               file status is ws-im-status.

      *Chargeback GL extract - the disputes lost today and the
      *amount still in dispute, for Program5.
           select chargeback-totals-file
               assign to "../../../data/chargeback-gl-totals.dat"
               organization is line sequential.

      *Output file declaration
           select dispute-report-file
               assign to "../../../data/dispute-aging.out"
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

      *Define the processor's dispute record - the case number,
      *the action, the invoice the cardholder disputed, the
      *merchant location the processor has it against, the card
      *type, the amount, the processor's reason code, the date of
      *the action and the date our response is due by.
       fd dispute-in-file
           data record is pd-record
           record contains 49 characters.

       01 pd-record.
           05 pd-case-num                      pic x(12).
           05 pd-action                        pic x.
           05 pd-invoice-num                   pic x(9).
           05 pd-store-num                     pic xx.
           05 pd-card-type                     pic xx.
           05 pd-dispute-amt                   pic 9(5)v99.
           05 pd-reason-code                   pic x(4).
           05 pd-action-date                   pic 9(6).
           05 pd-respond-by                    pic 9(6).

      *Define the open-dispute record. The match flag is Y when the
      *invoice master holds the original sale, N when it doesn't,
      *and A when it does but the dispute is for more than the sale
      *was. The stage is R received, E evidence sent, W won or L
      *lost; the closed batch is the run date the case was decided
      *on.
       fd dispute-file
           data record is od-record
           record contains 83 characters.

       01 od-record.
           05 od-case-num                      pic x(12).
           05 od-invoice-num                   pic x(9).
           05 od-store-num                     pic 99.
           05 od-match-flag                    pic x.
           05 od-sale-date                     pic 9(6).
           05 od-sale-amt                      pic 9(5)v99.
           05 od-cashier-id                    pic 9(4).
           05 od-dispute-amt                   pic 9(5)v99.
           05 od-reason-code                   pic x(4).
           05 od-received-date                 pic 9(6).
           05 od-respond-by                    pic 9(6).
           05 od-evidence-date                 pic 9(6).
           05 od-stage                         pic x.
           05 od-closed-date                   pic 9(6).
           05 od-closed-batch                  pic 9(6).

       fd dispute-backup-file
           data record is od-bak-record
           record contains 83 characters.

       01 od-bak-record                        pic x(83).

      *Define the dispute control record.
       fd dispute-control-file
           data record is dc-record
           record contains 8 characters.

       01 dc-record.
           05 dc-last-run-id                   pic 9(8).

       fd dispute-control-backup-file
           data record is dc-bak-record
           record contains 8 characters.

       01 dc-bak-record                        pic x(8).

      *Define the indexed invoice master record - same shape
      *Program6 writes it.
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

      *Define the chargeback GL extract record.
       fd chargeback-totals-file
           data record is cbt-record
           record contains 21 characters.

       01 cbt-record.
           05 cbt-lost-today-out               pic 9(8)v99.
           05 cbt-open-amt-out                 pic 9(9)v99.

      *Define the report file
       fd dispute-report-file
           data record is dispute-line
           record contains 120 characters.

       01 dispute-line                         pic x(120).

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
           value "PROGRAM49 - already complete, skipped on restart".

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

       77 ws-din-status                        pic xx
           value "00".
       77 ws-dsp-status                        pic xx
           value "00".
       77 ws-dspctl-status                     pic xx
           value "00".
       77 ws-im-status                         pic xx
           value "00".
       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-din-eof-flag                      pic x
           value "N".
       77 ws-dsp-eof-flag                      pic x
           value "N".

      *Remembers whether the dispute file was on hand at open time -
      *the file status itself moves to "10" at end-of-file, so it
      *can't answer that question later.
       77 ws-din-present-flag                  pic x
           value "N".

       77 ws-im-open-flag                      pic x
           value "N".
       77 ws-im-found-flag                     pic x
           value "N".

       77 ws-rerun-flag                        pic x
           value "N".

      *Console warning raised when this run's id already applied
      *the dispute file - nothing is applied again, and the extract
      *and report the first run wrote are left as they stand.
       01 ws-con-rerun-msg                     pic x(52)
           value "*** RERUN DETECTED - disputes already applied".

      *Console alert raised when a dispute still waiting on our
      *evidence is past its response date. A missed deadline is a
      *lost case, not a broken run, so the return code is left
      *alone and the chain carries on.
       01 ws-con-overdue-msg                   pic x(52)
           value "*** DISPUTE RESPONSE OVERDUE - see dispute aging".

       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-cnt-records-read                  pic 9(6)
           value 0.
       77 ws-cnt-applied                       pic 9(4)
           value 0.
       77 ws-cnt-rejected                      pic 9(4)
           value 0.
       77 ws-cnt-new                           pic 9(4)
           value 0.
       77 ws-cnt-unmatched                     pic 9(4)
           value 0.
       77 ws-cnt-overdue                       pic 9(4)
           value 0.
       77 ws-cnt-due-soon                      pic 9(4)
           value 0.
       77 ws-cnt-purged                        pic 9(4)
           value 0.

      *The action codes on the processor's file and the stages on
      *ours.
       01 ws-constants.
           05 ws-con-action-new                pic x
               value "N".
           05 ws-con-action-evidence           pic x
               value "E".
           05 ws-con-action-won                pic x
               value "W".
           05 ws-con-action-lost               pic x
               value "L".
           05 ws-con-stage-received            pic x
               value "R".
           05 ws-con-stage-evidence            pic x
               value "E".
           05 ws-con-stage-won                 pic x
               value "W".
           05 ws-con-stage-lost                pic x
               value "L".
           05 ws-con-trans-code-S              pic x
               value "S".
           05 ws-con-trans-code-L              pic x
               value "L".

      *A response due within this many days is called out to be
      *worked today; a decided case stays on the file this many
      *days after it closed so the history is there when the
      *cardholder's bank comes back on it.
       01 ws-con-due-soon-days                 pic 9(3)
           value 3.
       01 ws-con-retention-days                pic 9(3)
           value 90.

      *The aging band limits, in days since the dispute came in -
      *the same bands the house-account aging uses.
       01 ws-con-band-limits.
           05 ws-con-current-days              pic 9(3)
               value 30.
           05 ws-con-band2-days                pic 9(3)
               value 60.
           05 ws-con-band3-days                pic 9(3)
               value 90.

      *Day arithmetic for the aging and the deadlines.
       77 ws-asof-date-ymd                     pic 9(8)
           value 0.
       77 ws-asof-day-int                      pic 9(7)
           value 0.
       77 ws-work-date-ymd                     pic 9(8)
           value 0.
       77 ws-work-day-int                      pic 9(7)
           value 0.
       77 ws-days-old                          pic s9(7)
           value 0.
       77 ws-days-to-respond                   pic s9(7)
           value 0.
       77 ws-band-sub                          pic 9
           value 0.

      *In-memory copy of the open-disputes file.
       01 ws-dsp-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-dsp-tbl.
           05 ws-dsp-tbl-entry                 occurs 1 to 5000
                   times depending on ws-dsp-tbl-cnt
                   indexed by ws-dsp-idx.
               10 ws-dsp-tbl-case               pic x(12).
               10 ws-dsp-tbl-invoice            pic x(9).
               10 ws-dsp-tbl-store              pic 99.
               10 ws-dsp-tbl-match              pic x.
               10 ws-dsp-tbl-sale-date          pic 9(6).
               10 ws-dsp-tbl-sale-amt           pic 9(5)v99.
               10 ws-dsp-tbl-cashier            pic 9(4).
               10 ws-dsp-tbl-amount             pic 9(5)v99.
               10 ws-dsp-tbl-reason             pic x(4).
               10 ws-dsp-tbl-received           pic 9(6).
               10 ws-dsp-tbl-respond-by         pic 9(6).
               10 ws-dsp-tbl-evidence           pic 9(6).
               10 ws-dsp-tbl-stage              pic x.
               10 ws-dsp-tbl-closed-date        pic 9(6).
               10 ws-dsp-tbl-closed-batch       pic 9(6).

       77 ws-dsp-check-case                    pic x(12)
           value spaces.
       77 ws-dsp-found-flag                    pic x
           value "N".
       77 ws-dsp-match-idx                     pic 9(4)
           value 0.

      *Open amounts by store and aging band - subscript 1 is the
      *disputes no sale could be found for (store 00), 2 through
      *100 are stores 01 to 99.
       01 ws-store-aging-tbl.
           05 ws-sa-store-entry                occurs 100 times.
               10 ws-sa-count                   pic 9(4).
               10 ws-sa-band-amt                occurs 4 times
                                                pic 9(7)v99.
               10 ws-sa-total-amt               pic 9(8)v99.

       01 ws-company-aging.
           05 ws-ca-count                      pic 9(5)
               value 0.
           05 ws-ca-band-amt                   occurs 4 times
                                               pic 9(8)v99.
           05 ws-ca-total-amt                  pic 9(9)v99
               value 0.

       77 ws-store-sub                         pic 9(3)
           value 0.
       77 ws-band-loop                         pic 9
           value 0.
       77 ws-print-store                       pic 99
           value 0.

      *Today's decided cases.
       01 ws-lost-today                        pic 9(8)v99
           value 0.
       01 ws-won-today                         pic 9(8)v99
           value 0.
       77 ws-cnt-lost-today                    pic 9(4)
           value 0.
       77 ws-cnt-won-today                     pic 9(4)
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

       01 ws-extract-hash                      pic s9(11)v99
           value 0.

       01 ws-con-stage-names.
           05 ws-con-name-received             pic x(10)
               value "RECEIVED".
           05 ws-con-name-evidence             pic x(10)
               value "EVIDENCE".
           05 ws-con-name-won                  pic x(10)
               value "WON".
           05 ws-con-name-lost                 pic x(10)
               value "LOST".
           05 ws-con-name-new                  pic x(10)
               value "NEW".
           05 ws-con-name-rejected             pic x(10)
               value "REJECTED".

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
               value "CARD CHARGEBACKS AND DISPUTES".

       01 ws-activity-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "DISPUTE ACTIVITY TODAY".

       01 ws-activity-columns.
           05 filler                           pic x(2).
           05 filler                           pic x(12)
               value "ACTION".
           05 filler                           pic x(14)
               value "CASE".
           05 filler                           pic x(11)
               value "INVOICE".
           05 filler                           pic x(7)
               value "STORE".
           05 filler                           pic x(12)
               value "AMOUNT".
           05 filler                           pic x(4)
               value "NOTE".

       01 ws-activity-line.
           05 filler                           pic x(2).
           05 ws-al-action                     pic x(10).
           05 filler                           pic x(2).
           05 ws-al-case-num                   pic x(12).
           05 filler                           pic x(2).
           05 ws-al-invoice-num                pic x(9).
           05 filler                           pic x(2).
           05 ws-al-store-num                  pic xx.
           05 filler                           pic x(3).
           05 ws-al-amount                     pic $zz,zz9.99.
           05 filler                           pic x(3).
           05 ws-al-note                       pic x(30).

       01 ws-aging-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "OPEN DISPUTES AGED BY STORE".

       01 ws-aging-columns.
           05 filler                           pic x(3).
           05 filler                           pic x(14)
               value "CASE".
           05 filler                           pic x(11)
               value "INVOICE".
           05 filler                           pic x(10)
               value "STAGE".
           05 filler                           pic x(8)
               value "RECEIVED".
           05 filler                           pic x(2).
           05 filler                           pic x(8)
               value "RESPOND".
           05 filler                           pic x(2).
           05 filler                           pic x(4)
               value "DAYS".
           05 filler                           pic x(7).
           05 filler                           pic x(6)
               value "AMOUNT".
           05 filler                           pic x(2).
           05 filler                           pic x(8)
               value "DEADLINE".

       01 ws-store-header-line.
           05 filler                           pic x
               value space.
           05 ws-sh-label                      pic x(6)
               value "STORE ".
           05 ws-sh-store-area.
               10 ws-sh-store-num              pic 99.
               10 filler                       pic x(18).

       01 ws-aging-detail-line.
           05 filler                           pic x(3).
           05 ws-ad-case-num                   pic x(12).
           05 filler                           pic x(2).
           05 ws-ad-invoice-num                pic x(9).
           05 filler                           pic x(2).
           05 ws-ad-stage                      pic x(10).
           05 ws-ad-received                   pic 9(6).
           05 filler                           pic x(4).
           05 ws-ad-respond-by                 pic 9(6).
           05 filler                           pic x(3).
           05 ws-ad-days-old                   pic zzz9.
           05 filler                           pic x(2).
           05 ws-ad-amount                     pic $zz,zz9.99.
           05 filler                           pic x(2).
           05 ws-ad-deadline                   pic x(18).

       01 ws-con-deadline-names.
           05 ws-con-dl-overdue                pic x(18)
               value "** OVERDUE **".
           05 ws-con-dl-due-soon               pic x(18)
               value "RESPOND NOW".
           05 ws-con-dl-no-sale                pic x(18)
               value "NO SALE ON FILE".
           05 ws-con-dl-over-sale              pic x(18)
               value "MORE THAN THE SALE".

       01 ws-band-columns.
           05 filler                           pic x(19).
           05 filler                           pic x(16)
               value "       0-30 DAYS".
           05 filler                           pic x(16)
               value "      31-60 DAYS".
           05 filler                           pic x(16)
               value "      61-90 DAYS".
           05 filler                           pic x(16)
               value "    OVER 90 DAYS".
           05 filler                           pic x(16)
               value "           TOTAL".
           05 filler                           pic x(7)
               value "   OPEN".

       01 ws-band-total-line.
           05 filler                           pic x(3).
           05 ws-bt-label                      pic x(16).
           05 ws-bt-bands                      occurs 4 times.
               10 filler                       pic x(2).
               10 ws-bt-band-amt               pic $$$,$$$,$$9.99
                                               blank when zero.
           05 filler                           pic x(2).
           05 ws-bt-total-amt                  pic $$$,$$$,$$9.99.
           05 filler                           pic x(2).
           05 ws-bt-count                      pic zzzz9.

       01 ws-closed-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(40)
               value "DISPUTES DECIDED TODAY".

       01 ws-closed-total-line.
           05 filler                           pic x(3).
           05 filler                           pic x(6)
               value "WON: ".
           05 ws-ct-won-count                  pic zzz9.
           05 filler                           pic x(2).
           05 ws-ct-won-amt                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(9)
               value "   LOST: ".
           05 ws-ct-lost-count                 pic zzz9.
           05 filler                           pic x(2).
           05 ws-ct-lost-amt                   pic $$$,$$$,$$9.99.

       01 ws-trailer-line-1.
           05 filler                           pic x(20)
               value "DISPUTE LINES READ: ".
           05 ws-t1-read-count                 pic z,zz9.
           05 filler                           pic x(11)
               value "  APPLIED: ".
           05 ws-t1-applied-count              pic z,zz9.
           05 filler                           pic x(12)
               value "  REJECTED: ".
           05 ws-t1-rejected-count             pic z,zz9.

       01 ws-trailer-line-2.
           05 filler                           pic x(20)
               value "NEW DISPUTES:       ".
           05 ws-t2-new-count                  pic z,zz9.
           05 filler                           pic x(13)
               value "  NO SALE:   ".
           05 ws-t2-unmatched-count            pic z,zz9.
           05 filler                           pic x(12)
               value "  OVERDUE: ".
           05 ws-t2-overdue-count              pic z,zz9.
           05 filler                           pic x(15)
               value "  RESPOND NOW: ".
           05 ws-t2-due-soon-count             pic z,zz9.

       01 ws-trailer-line-3.
           05 filler                           pic x(20)
               value "CLOSED CASES PURGED:".
           05 ws-t3-purged-count               pic z,zz9.

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
               perform 300-apply-disputes
                   until ws-din-eof-flag = "Y"
               perform 400-age-open-disputes
               perform 500-write-closed-section
               perform 600-rewrite-dispute-file
               perform 650-write-dispute-control
               perform 700-write-chargeback-extract
               perform 750-write-report-trailer
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

           if (rs-program-id = "PROGRAM49 ") then
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

               move "PROGRAM49 "       to lk-program-id
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

      *Load the open disputes, open the invoice master and the
      *report, and read the first line of the processor's file. No
      *file just means no dispute moved today - the aging and the
      *extract are still written.
       100-open-files.

           perform 130-load-dispute-file.

           open input invoice-master-file.

           if (ws-im-status = "00") then
               move "Y" to ws-im-open-flag
           end-if.

           open output dispute-report-file.
           write dispute-line from ws-batch-header-line.
           write dispute-line from ws-report-header.
           write dispute-line from spaces.
           write dispute-line from ws-activity-header.
           write dispute-line from ws-activity-columns.
           write dispute-line from spaces.

           open input dispute-in-file.

           if (ws-din-status = "00") then

               move "Y" to ws-din-present-flag

               read dispute-in-file
                   at end move "Y" to ws-din-eof-flag
               end-read

           else

               move "Y" to ws-din-eof-flag

           end-if.

      *Pick up the batch date and run id Program1 stamped for this
      *run - the batch date is also the as-of date the disputes are
      *aged against. A missing file just leaves the header at zeros
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

      *Take the before-image of the dispute control and compare the
      *run id that last applied the dispute file to this run's - a
      *match means this run's disputes are already on file and in
      *the extract.
       110-check-rerun.

           open input dispute-control-file.

           if (ws-dspctl-status = "00") then

               read dispute-control-file
                   at end continue
                   not at end
                       if (dc-last-run-id = bh-run-id)
                           and (bh-run-id not = 0) then
                           move "Y" to ws-rerun-flag
                           display ws-con-rerun-msg
                       else
                           open output dispute-control-backup-file
                           write dc-bak-record from dc-record
                           close dispute-control-backup-file
                       end-if
               end-read

               close dispute-control-file

           end-if.

      *Load the open-disputes file, taking the before-image as it
      *goes. A missing file means no dispute has come in yet.
       130-load-dispute-file.

           open input dispute-file.

           if (ws-dsp-status = "00") then

               open output dispute-backup-file

               read dispute-file
                   at end move "Y" to ws-dsp-eof-flag
               end-read

               perform 135-load-dispute-entry
                   until ws-dsp-eof-flag = "Y"

               close dispute-file
               close dispute-backup-file

           end-if.

       135-load-dispute-entry.

           write od-bak-record from od-record.

           add 1 to ws-dsp-tbl-cnt.
           set ws-dsp-idx to ws-dsp-tbl-cnt.

           move od-case-num      to ws-dsp-tbl-case(ws-dsp-idx).
           move od-invoice-num   to ws-dsp-tbl-invoice(ws-dsp-idx).
           move od-store-num     to ws-dsp-tbl-store(ws-dsp-idx).
           move od-match-flag    to ws-dsp-tbl-match(ws-dsp-idx).
           move od-sale-date     to ws-dsp-tbl-sale-date(ws-dsp-idx).
           move od-sale-amt      to ws-dsp-tbl-sale-amt(ws-dsp-idx).
           move od-cashier-id    to ws-dsp-tbl-cashier(ws-dsp-idx).
           move od-dispute-amt   to ws-dsp-tbl-amount(ws-dsp-idx).
           move od-reason-code   to ws-dsp-tbl-reason(ws-dsp-idx).
           move od-received-date to ws-dsp-tbl-received(ws-dsp-idx).
           move od-respond-by    to ws-dsp-tbl-respond-by(ws-dsp-idx).
           move od-evidence-date to ws-dsp-tbl-evidence(ws-dsp-idx).
           move od-stage         to ws-dsp-tbl-stage(ws-dsp-idx).
           move od-closed-date   to ws-dsp-tbl-closed-date(ws-dsp-idx).
           move od-closed-batch
               to ws-dsp-tbl-closed-batch(ws-dsp-idx).

           read dispute-file
               at end move "Y" to ws-dsp-eof-flag.

      *Apply one line of the processor's file: the case number
      *present, the action one the program knows, the amount and
      *action date numeric. Anything else is listed as rejected and
      *skipped - the dispute file is never half-updated.
       300-apply-disputes.

           add 1 to ws-cnt-records-read.

           move spaces to ws-activity-line.
           move pd-case-num    to ws-al-case-num.
           move pd-invoice-num to ws-al-invoice-num.
           move pd-store-num   to ws-al-store-num.

           if (pd-dispute-amt is numeric) then
               move pd-dispute-amt to ws-al-amount
           end-if.

           move pd-case-num to ws-dsp-check-case.
           perform 520-search-dispute-table.

           if (pd-case-num = spaces) then

               move "CASE NUMBER IS BLANK" to ws-al-note
               perform 390-reject-dispute

           else
           if (pd-action not = ws-con-action-new)
               and (pd-action not = ws-con-action-evidence)
               and (pd-action not = ws-con-action-won)
               and (pd-action not = ws-con-action-lost) then

               move "ACTION NOT N, E, W OR L" to ws-al-note
               perform 390-reject-dispute

           else
           if (pd-dispute-amt is not numeric)
               or (pd-action-date is not numeric) then

               move "AMOUNT OR DATE NOT NUMERIC" to ws-al-note
               perform 390-reject-dispute

           else
           if (pd-action = ws-con-action-new) then

               perform 310-open-new-dispute

           else
           if (ws-dsp-found-flag not = "Y") then

               move "CASE NOT ON FILE" to ws-al-note
               perform 390-reject-dispute

           else
           if (pd-action = ws-con-action-evidence) then

               perform 330-record-evidence-sent

           else

               perform 340-record-decision

           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           read dispute-in-file
               at end move "Y" to ws-din-eof-flag.

      *A new dispute: the response date has to be there to be
      *tracked, and a case already on file is the processor
      *re-sending it. Otherwise the sale is looked up on the
      *invoice master - a dispute is kept whether or not the sale
      *is found, but one with no sale behind it, or for more than
      *the sale was, is called out.
       310-open-new-dispute.

           if (ws-dsp-found-flag = "Y") then

               move "CASE ALREADY ON FILE" to ws-al-note
               perform 390-reject-dispute

           else
           if (pd-respond-by is not numeric)
               or (pd-respond-by = 0) then

               move "NO RESPONSE DATE" to ws-al-note
               perform 390-reject-dispute

           else

               add 1 to ws-dsp-tbl-cnt
               set ws-dsp-idx to ws-dsp-tbl-cnt

               move pd-case-num    to ws-dsp-tbl-case(ws-dsp-idx)
               move pd-invoice-num to ws-dsp-tbl-invoice(ws-dsp-idx)
               move pd-dispute-amt to ws-dsp-tbl-amount(ws-dsp-idx)
               move pd-reason-code to ws-dsp-tbl-reason(ws-dsp-idx)
               move pd-action-date
                   to ws-dsp-tbl-received(ws-dsp-idx)
               move pd-respond-by
                   to ws-dsp-tbl-respond-by(ws-dsp-idx)
               move 0 to ws-dsp-tbl-evidence(ws-dsp-idx)
               move ws-con-stage-received
                   to ws-dsp-tbl-stage(ws-dsp-idx)
               move 0 to ws-dsp-tbl-closed-date(ws-dsp-idx)
               move 0 to ws-dsp-tbl-closed-batch(ws-dsp-idx)

               perform 320-match-original-sale

               move ws-con-name-new to ws-al-action
               write dispute-line from ws-activity-line

               add 1 to ws-cnt-new
               add 1 to ws-cnt-applied

           end-if
           end-if.

      *Read the invoice master for the disputed invoice. Only a
      *Sale or Layaway is something a cardholder can charge back.
      *With no sale to go on, the processor's merchant location is
      *the best guess at the store, and store 00 when even that is
      *unusable.
       320-match-original-sale.

           move "N" to ws-im-found-flag.

           if (ws-im-open-flag = "Y") then

               move pd-invoice-num to im-invoice-number
               move "Y" to ws-im-found-flag

               read invoice-master-file
                   invalid key move "N" to ws-im-found-flag
               end-read

           end-if.

           if (ws-im-found-flag = "Y")
               and ((im-trans-code = ws-con-trans-code-S)
                   or (im-trans-code = ws-con-trans-code-L)) then

               move im-store-num  to ws-dsp-tbl-store(ws-dsp-idx)
               move im-trans-date to ws-dsp-tbl-sale-date(ws-dsp-idx)
               move im-trans-amt  to ws-dsp-tbl-sale-amt(ws-dsp-idx)
               move im-cashier-id to ws-dsp-tbl-cashier(ws-dsp-idx)

               if (pd-dispute-amt > im-trans-amt) then
                   move "A" to ws-dsp-tbl-match(ws-dsp-idx)
                   move ws-con-dl-over-sale to ws-al-note
               else
                   move "Y" to ws-dsp-tbl-match(ws-dsp-idx)
               end-if

           else

               move "N" to ws-dsp-tbl-match(ws-dsp-idx)
               move 0 to ws-dsp-tbl-sale-date(ws-dsp-idx)
               move 0 to ws-dsp-tbl-sale-amt(ws-dsp-idx)
               move 0 to ws-dsp-tbl-cashier(ws-dsp-idx)
               move ws-con-dl-no-sale to ws-al-note
               add 1 to ws-cnt-unmatched

               if (pd-store-num is numeric) then
                   move pd-store-num to ws-dsp-tbl-store(ws-dsp-idx)
               else
                   move 0 to ws-dsp-tbl-store(ws-dsp-idx)
               end-if

           end-if.

           move ws-dsp-tbl-store(ws-dsp-idx) to ws-al-store-num.

      *The processor has our evidence. Only a case still waiting on
      *it can move to this stage.
       330-record-evidence-sent.

           set ws-dsp-idx to ws-dsp-match-idx.

           if (ws-dsp-tbl-stage(ws-dsp-idx)
               not = ws-con-stage-received) then

               move "NOT WAITING ON EVIDENCE" to ws-al-note
               perform 390-reject-dispute

           else

               move ws-con-stage-evidence
                   to ws-dsp-tbl-stage(ws-dsp-idx)
               move pd-action-date
                   to ws-dsp-tbl-evidence(ws-dsp-idx)

               move ws-dsp-tbl-invoice(ws-dsp-idx) to ws-al-invoice-num
               move ws-dsp-tbl-store(ws-dsp-idx)   to ws-al-store-num
               move ws-dsp-tbl-amount(ws-dsp-idx)  to ws-al-amount
               move ws-con-name-evidence to ws-al-action
               write dispute-line from ws-activity-line

               add 1 to ws-cnt-applied

           end-if.

      *The case is decided. A loss is final at the amount the
      *processor states, which can be less than was disputed when
      *the cardholder settled for part; a win puts the money back
      *and costs nothing.
       340-record-decision.

           set ws-dsp-idx to ws-dsp-match-idx.

           if (ws-dsp-tbl-stage(ws-dsp-idx) = ws-con-stage-won)
               or (ws-dsp-tbl-stage(ws-dsp-idx) = ws-con-stage-lost)
               then

               move "CASE ALREADY DECIDED" to ws-al-note
               perform 390-reject-dispute

           else

               move pd-action-date
                   to ws-dsp-tbl-closed-date(ws-dsp-idx)
               move bh-batch-date
                   to ws-dsp-tbl-closed-batch(ws-dsp-idx)

               if (pd-dispute-amt > 0) then
                   move pd-dispute-amt
                       to ws-dsp-tbl-amount(ws-dsp-idx)
               end-if

               move ws-dsp-tbl-invoice(ws-dsp-idx) to ws-al-invoice-num
               move ws-dsp-tbl-store(ws-dsp-idx)   to ws-al-store-num
               move ws-dsp-tbl-amount(ws-dsp-idx)  to ws-al-amount

               if (pd-action = ws-con-action-lost) then
                   move ws-con-stage-lost
                       to ws-dsp-tbl-stage(ws-dsp-idx)
                   move ws-con-name-lost to ws-al-action
                   add ws-dsp-tbl-amount(ws-dsp-idx) to ws-lost-today
                   add 1 to ws-cnt-lost-today
               else
                   move ws-con-stage-won
                       to ws-dsp-tbl-stage(ws-dsp-idx)
                   move ws-con-name-won to ws-al-action
                   add ws-dsp-tbl-amount(ws-dsp-idx) to ws-won-today
                   add 1 to ws-cnt-won-today
               end-if

               write dispute-line from ws-activity-line

               add 1 to ws-cnt-applied

           end-if.

      *List a processor line that could not be applied.
       390-reject-dispute.

           move ws-con-name-rejected to ws-al-action.
           write dispute-line from ws-activity-line.

           add 1 to ws-cnt-rejected.

      *Age every case still open - received or evidence sent - by
      *the days since it came in, store by store, with a line per
      *case and the store's band totals, then the company's.
       400-age-open-disputes.

           initialize ws-store-aging-tbl.
           initialize ws-company-aging.

           perform 405-add-one-to-aging
               varying ws-dsp-idx from 1 by 1
               until ws-dsp-idx > ws-dsp-tbl-cnt.

           write dispute-line from spaces.
           write dispute-line from ws-aging-header.
           write dispute-line from ws-aging-columns.

           perform 410-write-one-store
               varying ws-store-sub from 1 by 1
               until ws-store-sub > 100.

           write dispute-line from spaces.
           write dispute-line from ws-band-columns.

           move "COMPANY" to ws-bt-label.

           perform 418-move-company-band
               varying ws-band-loop from 1 by 1
               until ws-band-loop > 4.

           move ws-ca-total-amt to ws-bt-total-amt.
           move ws-ca-count     to ws-bt-count.
           write dispute-line from ws-band-total-line.

           if (ws-cnt-overdue > 0) then
               display ws-con-overdue-msg
           end-if.

       405-add-one-to-aging.

           if (ws-dsp-tbl-stage(ws-dsp-idx) = ws-con-stage-received)
               or (ws-dsp-tbl-stage(ws-dsp-idx)
                   = ws-con-stage-evidence) then

               perform 430-work-out-band

               compute ws-store-sub = ws-dsp-tbl-store(ws-dsp-idx) + 1

               add 1 to ws-sa-count(ws-store-sub)
               add ws-dsp-tbl-amount(ws-dsp-idx)
                   to ws-sa-band-amt(ws-store-sub, ws-band-sub)
               add ws-dsp-tbl-amount(ws-dsp-idx)
                   to ws-sa-total-amt(ws-store-sub)

               add 1 to ws-ca-count
               add ws-dsp-tbl-amount(ws-dsp-idx)
                   to ws-ca-band-amt(ws-band-sub)
               add ws-dsp-tbl-amount(ws-dsp-idx)
                   to ws-ca-total-amt

           end-if.

      *One store's block - a header, a line per open case, and the
      *band totals. Stores with nothing open print nothing.
       410-write-one-store.

           if (ws-sa-count(ws-store-sub) > 0) then

               compute ws-print-store = ws-store-sub - 1

               write dispute-line from spaces

               if (ws-print-store = 0) then
                   move spaces to ws-sh-label
                   move "NO SALE / NO STORE" to ws-sh-store-area
               else
                   move "STORE " to ws-sh-label
                   move spaces to ws-sh-store-area
                   move ws-print-store to ws-sh-store-num
               end-if

               write dispute-line from ws-store-header-line

               perform 415-write-one-open-case
                   varying ws-dsp-idx from 1 by 1
                   until ws-dsp-idx > ws-dsp-tbl-cnt

               move "STORE TOTAL" to ws-bt-label

               perform 417-move-store-band
                   varying ws-band-loop from 1 by 1
                   until ws-band-loop > 4

               move ws-sa-total-amt(ws-store-sub) to ws-bt-total-amt
               move ws-sa-count(ws-store-sub)     to ws-bt-count
               write dispute-line from ws-band-columns
               write dispute-line from ws-band-total-line

           end-if.

      *A case still waiting on our evidence is checked against its
      *response date - past it is overdue, within the due-soon
      *window it has to be worked today. Once the evidence is in,
      *the deadline column shows whatever is odd about the match.
       415-write-one-open-case.

           if (ws-dsp-tbl-store(ws-dsp-idx) = ws-print-store)
               and ((ws-dsp-tbl-stage(ws-dsp-idx)
                       = ws-con-stage-received)
                   or (ws-dsp-tbl-stage(ws-dsp-idx)
                       = ws-con-stage-evidence)) then

               perform 430-work-out-band

               move ws-dsp-tbl-case(ws-dsp-idx)    to ws-ad-case-num
               move ws-dsp-tbl-invoice(ws-dsp-idx) to ws-ad-invoice-num
               move ws-dsp-tbl-received(ws-dsp-idx) to ws-ad-received
               move ws-dsp-tbl-respond-by(ws-dsp-idx)
                   to ws-ad-respond-by
               move ws-days-old                    to ws-ad-days-old
               move ws-dsp-tbl-amount(ws-dsp-idx)  to ws-ad-amount
               move spaces                         to ws-ad-deadline

               if (ws-dsp-tbl-stage(ws-dsp-idx)
                   = ws-con-stage-received) then

                   move ws-con-name-received to ws-ad-stage

                   if (ws-days-to-respond < 0) then
                       move ws-con-dl-overdue to ws-ad-deadline
                       add 1 to ws-cnt-overdue
                   else
                   if (ws-days-to-respond <= ws-con-due-soon-days)
                       then
                       move ws-con-dl-due-soon to ws-ad-deadline
                       add 1 to ws-cnt-due-soon
                   end-if
                   end-if

               else

                   move ws-con-name-evidence to ws-ad-stage

               end-if

               if (ws-ad-deadline = spaces) then
                   if (ws-dsp-tbl-match(ws-dsp-idx) = "N") then
                       move ws-con-dl-no-sale to ws-ad-deadline
                   else
                   if (ws-dsp-tbl-match(ws-dsp-idx) = "A") then
                       move ws-con-dl-over-sale to ws-ad-deadline
                   end-if
                   end-if
               end-if

               write dispute-line from ws-aging-detail-line

           end-if.

       417-move-store-band.

           move ws-sa-band-amt(ws-store-sub, ws-band-loop)
               to ws-bt-band-amt(ws-band-loop).

       418-move-company-band.

           move ws-ca-band-amt(ws-band-loop)
               to ws-bt-band-amt(ws-band-loop).

      *Days since the case came in, the band that falls in, and the
      *days left before the response is due.
       430-work-out-band.

           compute ws-work-date-ymd
               = 20000000 + ws-dsp-tbl-received(ws-dsp-idx).
           compute ws-work-day-int
               = function integer-of-date(ws-work-date-ymd).
           compute ws-days-old = ws-asof-day-int - ws-work-day-int.

           if (ws-days-old < 0) then
               move 0 to ws-days-old
           end-if.

           if (ws-days-old > ws-con-band3-days) then
               move 4 to ws-band-sub
           else
           if (ws-days-old > ws-con-band2-days) then
               move 3 to ws-band-sub
           else
           if (ws-days-old > ws-con-current-days) then
               move 2 to ws-band-sub
           else
               move 1 to ws-band-sub
           end-if
           end-if
           end-if.

           compute ws-work-date-ymd
               = 20000000 + ws-dsp-tbl-respond-by(ws-dsp-idx).
           compute ws-work-day-int
               = function integer-of-date(ws-work-date-ymd).
           compute ws-days-to-respond
               = ws-work-day-int - ws-asof-day-int.

      *Today's decisions - won and lost, with their totals.
       500-write-closed-section.

           write dispute-line from spaces.
           write dispute-line from ws-closed-header.

           move ws-cnt-won-today  to ws-ct-won-count.
           move ws-won-today      to ws-ct-won-amt.
           move ws-cnt-lost-today to ws-ct-lost-count.
           move ws-lost-today     to ws-ct-lost-amt.
           write dispute-line from ws-closed-total-line.

      *Write the open-disputes file back out with today's movements
      *applied, dropping decided cases once they are past the
      *retention window.
       600-rewrite-dispute-file.

           open output dispute-file.

           perform 610-write-one-dispute
               varying ws-dsp-idx from 1 by 1
               until ws-dsp-idx > ws-dsp-tbl-cnt.

           close dispute-file.

       610-write-one-dispute.

           move 0 to ws-days-old.

           if (ws-dsp-tbl-stage(ws-dsp-idx) = ws-con-stage-won)
               or (ws-dsp-tbl-stage(ws-dsp-idx) = ws-con-stage-lost)
               then
               compute ws-work-date-ymd
                   = 20000000 + ws-dsp-tbl-closed-date(ws-dsp-idx)
               compute ws-work-day-int
                   = function integer-of-date(ws-work-date-ymd)
               compute ws-days-old
                   = ws-asof-day-int - ws-work-day-int
           end-if.

           if (ws-days-old > ws-con-retention-days) then

               add 1 to ws-cnt-purged

           else

               move ws-dsp-tbl-case(ws-dsp-idx)      to od-case-num
               move ws-dsp-tbl-invoice(ws-dsp-idx)   to od-invoice-num
               move ws-dsp-tbl-store(ws-dsp-idx)     to od-store-num
               move ws-dsp-tbl-match(ws-dsp-idx)     to od-match-flag
               move ws-dsp-tbl-sale-date(ws-dsp-idx) to od-sale-date
               move ws-dsp-tbl-sale-amt(ws-dsp-idx)  to od-sale-amt
               move ws-dsp-tbl-cashier(ws-dsp-idx)   to od-cashier-id
               move ws-dsp-tbl-amount(ws-dsp-idx)    to od-dispute-amt
               move ws-dsp-tbl-reason(ws-dsp-idx)    to od-reason-code
               move ws-dsp-tbl-received(ws-dsp-idx)
                   to od-received-date
               move ws-dsp-tbl-respond-by(ws-dsp-idx) to od-respond-by
               move ws-dsp-tbl-evidence(ws-dsp-idx)
                   to od-evidence-date
               move ws-dsp-tbl-stage(ws-dsp-idx)     to od-stage
               move ws-dsp-tbl-closed-date(ws-dsp-idx)
                   to od-closed-date
               move ws-dsp-tbl-closed-batch(ws-dsp-idx)
                   to od-closed-batch

               write od-record

           end-if.

      *Stamp this run's id as the last to apply the dispute file,
      *then empty the processor's file so the same movements aren't
      *applied twice.
       650-write-dispute-control.

           move bh-run-id to dc-last-run-id.

           open output dispute-control-file.
           write dc-record.
           close dispute-control-file.

           if (ws-din-present-flag = "Y") then
               close dispute-in-file
               open output dispute-in-file
               close dispute-in-file
           end-if.

      *Drop the disputes lost today and the amount still open in
      *the chargeback extract for Program5, wrapped in the same
      *header and trailer controls as the chain's other extracts.
       700-write-chargeback-extract.

           open output chargeback-totals-file.

           move bh-batch-date to xh-batch-date.
           move bh-run-id     to xh-run-id.
           write cbt-record from ws-extract-header-line.

           move ws-lost-today   to cbt-lost-today-out.
           move ws-ca-total-amt to cbt-open-amt-out.
           write cbt-record.

           move 1 to xt-record-count.
           compute ws-extract-hash = ws-lost-today + ws-ca-total-amt.
           move ws-extract-hash to xt-amount-hash.
           write cbt-record from ws-extract-trailer-line.

           close chargeback-totals-file.

       750-write-report-trailer.

           write dispute-line from spaces.

           move ws-cnt-records-read to ws-t1-read-count.
           move ws-cnt-applied      to ws-t1-applied-count.
           move ws-cnt-rejected     to ws-t1-rejected-count.
           write dispute-line from ws-trailer-line-1.

           move ws-cnt-new       to ws-t2-new-count.
           move ws-cnt-unmatched to ws-t2-unmatched-count.
           move ws-cnt-overdue   to ws-t2-overdue-count.
           move ws-cnt-due-soon  to ws-t2-due-soon-count.
           write dispute-line from ws-trailer-line-2.

           move ws-cnt-purged to ws-t3-purged-count.
           write dispute-line from ws-trailer-line-3.

      *Search the dispute table for ws-dsp-check-case.
       520-search-dispute-table.

           move "N" to ws-dsp-found-flag.

           perform 530-compare-dispute-entry
               varying ws-dsp-idx from 1 by 1
               until ws-dsp-idx > ws-dsp-tbl-cnt
                   or ws-dsp-found-flag = "Y".

      *Compare one dispute entry to ws-dsp-check-case, remembering
      *where the match sits - the perform varying above leaves
      *ws-dsp-idx one past it by the time the loop stops.
       530-compare-dispute-entry.

           if (ws-dsp-check-case = ws-dsp-tbl-case(ws-dsp-idx)) then

               move "Y" to ws-dsp-found-flag
               set ws-dsp-match-idx to ws-dsp-idx

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM49 " to rh-program-id.
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

           if (ws-im-open-flag = "Y") then
               close invoice-master-file
           end-if.

           close dispute-report-file.

       end program Program49.
