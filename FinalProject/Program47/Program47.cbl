       identification division.
       program-id. Program47.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Month-end house-account aging, dunning notices and
      *         finance charges. Ages every account's balance owed
      *         into current / 31-60 / 61-90 / over-90 day bands
      *         from Program2's AR activity journal - the balance
      *         is matched against the account's most recent
      *         charges, so payments are taken as clearing the
      *         oldest charges first - with a summary of the same
      *         bands by the store the charges were made at. Each
      *         account with money past due gets a dunning notice
      *         worded for its oldest overdue band, and once a month
      *         a finance charge at the control-file rate is posted
      *         to the past-due balance: onto the AR subledger, into
      *         the activity journal as its own F activity type, and
      *         out through a GL extract Program5 picks up.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The house-account AR subledger Program2 maintains - the
      *balances being aged, rewritten with the finance charges
      *added.
           select ar-file
               assign to "../../../../Program2/data/ar-subledger.dat"
               organization is line sequential
               file status is ws-ar-status.

      *The activity journal Program2 appends every AR movement to -
      *the dated charges the balances are aged by, and where the
      *finance charges are appended.
           select ar-activity-file
               assign to "../../../../Program2/data/ar-activity.dat"
               organization is line sequential
               file status is ws-aract-status.

      *Customer master reference file - the names and account
      *status on the aging and the notices.
           select customer-master-file
               assign to
               "../../../../Program1/data/customer-master.dat"
               organization is line sequential
               file status is ws-custmst-status.

      *The batch date and run id of the last chain run - the aging
      *is taken as of that business date, and the finance charges
      *are stamped with that run id so a backout of the run takes
      *them with it.
           select run-id-file
               assign to "../../../../Program1/data/run-id.dat"
               organization is line sequential
               file status is ws-runid-status.

      *Finance charge rate control file - the monthly rate charged
      *on past-due balances, the same control-file-with-default
      *shape as review-threshold.dat.
           select finance-rate-file
               assign to "../../../data/finance-charge-rate.dat"
               organization is line sequential
               file status is ws-rate-status.

      *Finance charge control file - the last month (yymm) charged,
      *so the job can be rerun for the aging and notices without
      *charging the same month twice.
           select finance-control-file
               assign to "../../../data/finance-charge-control.dat"
               organization is line sequential
               file status is ws-finctl-status.

      *Finance charge GL extract - the charges posted and not yet
      *journaled, for Program5. Program5 clears it after posting,
      *so any value already on file is a month Program5 has not
      *seen yet and is added to, never overwritten.
           select finance-totals-file
               assign to "../../../data/finance-gl-totals.dat"
               organization is line sequential
               file status is ws-fgt-status.

      *Output file declarations
           select aging-report-file
               assign to "../../../data/ar-aging.out"
               organization is line sequential.

           select dunning-file
               assign to "../../../data/dunning-notices.out"
               organization is line sequential.

      *Chain run-lock control file - this program rewrites the AR
      *subledger the chain programs maintain, so it takes the same
      *lock they do. The operator override is
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

      *Define the AR subledger record - same shape Program2 writes
      *it.
       fd ar-file
           data record is ar-record
           record contains 36 characters.

       01 ar-record.
           05 arl-cust-num                     pic 9(6).
           05 arl-charges                      pic 9(8)v99.
           05 arl-payments                     pic 9(8)v99.
           05 arl-balance                      pic s9(8)v99.

      *Define the activity record - same shape Program2 writes it.
       fd ar-activity-file
           data record is ar-activity-rec
           record contains 41 characters.

       01 ar-activity-rec.
           05 aa-cust-num                      pic 9(6).
           05 aa-trans-date                    pic 9(6).
           05 aa-activity-type                 pic x.
           05 aa-amount                        pic 9(7)v99.
           05 aa-invoice-num.
               10 aa-inv-prefix                pic xx.
               10 aa-inv-hyphen                pic x.
               10 aa-inv-number                pic 9(6).
           05 aa-run-id                        pic 9(8).
           05 aa-store-num                     pic 99.

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

      *Define the run-id record.
       fd run-id-file
           data record is ri-record
           record contains 14 characters.

       01 ri-record.
           05 ri-batch-date                    pic 9(6).
           05 ri-run-id                        pic 9(8).

      *Define the finance charge rate record - a monthly rate, so
      *01500 is 1.5% a month.
       fd finance-rate-file
           data record is rate-record-in
           record contains 5 characters.

       01 rate-record-in                       pic 9v9999.

      *Define the finance charge control record.
       fd finance-control-file
           data record is fc-record
           record contains 4 characters.

       01 fc-record.
           05 fc-last-charged-yymm             pic 9(4).

      *Define the finance charge GL extract record.
       fd finance-totals-file
           data record is finance-totals-out
           record contains 10 characters.

       01 finance-totals-out.
           05 fgt-finchg-amt-out               pic 9(8)v99.

      *Define the report lines.
       fd aging-report-file
           data record is aging-line
           record contains 132 characters.

       01 aging-line                           pic x(132).

       fd dunning-file
           data record is dunning-line
           record contains 80 characters.

       01 dunning-line                         pic x(80).

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

       77 ws-ar-status                         pic xx
           value "00".
       77 ws-aract-status                      pic xx
           value "00".
       77 ws-custmst-status                    pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-rate-status                       pic xx
           value "00".
       77 ws-finctl-status                     pic xx
           value "00".
       77 ws-fgt-status                        pic xx
           value "00".

       77 ws-ar-eof-flag                       pic x
           value "N".
       77 ws-act-eof-flag                      pic x
           value "N".
       77 ws-cust-eof-flag                     pic x
           value "N".

      *The business date the balances are aged as of, and the run
      *id the finance charges are stamped with. A missing run-id
      *file falls back to today's date and a zero run id.
       01 ws-asof-date                         pic 9(6)
           value 0.

       01 ws-asof-parts redefines ws-asof-date.
           05 ws-asof-yy                       pic 99.
           05 ws-asof-mm                       pic 99.
           05 ws-asof-dd                       pic 99.

       01 ws-asof-yymm redefines ws-asof-date.
           05 ws-asof-yymm-num                 pic 9(4).
           05 filler                           pic 99.

       77 ws-asof-run-id                       pic 9(8)
           value 0.

      *Day arithmetic for the aging bands.
       77 ws-asof-date-ymd                     pic 9(8)
           value 0.
       77 ws-asof-day-int                      pic 9(7)
           value 0.
       77 ws-chg-date-ymd                      pic 9(8)
           value 0.
       77 ws-chg-day-int                       pic 9(7)
           value 0.
       77 ws-days-old                          pic s9(7)
           value 0.

      *The band limits, in days old.
       01 ws-con-band-limits.
           05 ws-con-current-days              pic 9(3)
               value 30.
           05 ws-con-band2-days                pic 9(3)
               value 60.
           05 ws-con-band3-days                pic 9(3)
               value 90.

      *Used if finance-charge-rate.dat is missing - keeps the run
      *going on a sensible default instead of aborting.
       01 ws-con-rate-default                  pic 9v9999
           value 0.0150.

       01 ws-con-finance-rate                  pic 9v9999
           value 0.

      *The last month charged, and whether this month's finance
      *charges are still to be posted.
       77 ws-last-charged-yymm                 pic 9(4)
           value 0.
       77 ws-charge-month-flag                 pic x
           value "N".

      *A finance charge total already sitting unposted in the
      *extract when this run starts.
       01 ws-unposted-finchg-amt               pic 9(8)v99
           value 0.

       01 ws-finchg-total                      pic 9(8)v99
           value 0.
       77 ws-cnt-charged                       pic 9(4)
           value 0.
       77 ws-cnt-aged                          pic 9(4)
           value 0.
       77 ws-cnt-notices                       pic 9(4)
           value 0.

      *The AR subledger loaded into memory - aged, and rewritten
      *with the finance charges added. Each entry remembers the
      *finance charge worked out for it and the store it is
      *booked to.
       01 ws-ar-tbl-cnt                        pic 9(4)
           value 0.

       01 ws-ar-tbl.
           05 ws-ar-tbl-entry                  occurs 1 to 5000 times
                   depending on ws-ar-tbl-cnt
                   indexed by ws-ar-idx.
               10 ws-ar-tbl-cust                pic 9(6).
               10 ws-ar-tbl-charges             pic 9(8)v99.
               10 ws-ar-tbl-payments            pic 9(8)v99.
               10 ws-ar-tbl-balance             pic s9(8)v99.
               10 ws-ar-tbl-past-due            pic 9(8)v99.
               10 ws-ar-tbl-finchg              pic 9(7)v99.
               10 ws-ar-tbl-fin-store           pic 99.

      *In-memory copy of the customer master for the names and the
      *account status.
       01 ws-cust-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-cust-tbl.
           05 ws-cust-tbl-entry                occurs 1 to 5000 times
                   depending on ws-cust-tbl-cnt
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num               pic 9(6).
               10 ws-cust-tbl-name              pic x(20).
               10 ws-cust-tbl-status            pic x.

       77 ws-cust-check-num                    pic 9(6)
           value 0.
       77 ws-cust-found-flag                   pic x
           value "N".
       77 ws-cust-match-idx                    pic 9(4)
           value 0.

      *The charges of the account being aged, in journal order -
      *the journal is re-read per account, the same one-pass-per-key
      *shape the statement run uses. The walk back from the newest
      *charge uses a plain subscript so it can run down to zero.
       77 ws-aging-cust-wanted                 pic 9(6)
           value 0.

       01 ws-chg-tbl-cnt                       pic 9(5)
           value 0.

       01 ws-chg-tbl.
           05 ws-chg-tbl-entry                 occurs 1 to 20000 times
                   depending on ws-chg-tbl-cnt.
               10 ws-chg-tbl-date               pic 9(6).
               10 ws-chg-tbl-amount             pic 9(7)v99.
               10 ws-chg-tbl-store              pic 99.

       77 ws-chg-sub                           pic 9(5)
           value 0.

      *The part of the balance still to be matched against charges,
      *and the part of the charge being matched that is still open.
       01 ws-unmatched-balance                 pic s9(8)v99
           value 0.
       01 ws-open-amt                          pic 9(8)v99
           value 0.
       77 ws-open-store                        pic 99
           value 0.

      *The account being aged, by band. Band 1 is current, 2 is
      *31-60 days, 3 is 61-90 days, 4 is over 90.
       01 ws-acct-bands.
           05 ws-acct-band                     pic 9(8)v99
               occurs 4 times.

       77 ws-band-sub                          pic 9
           value 0.
       01 ws-acct-past-due                     pic 9(8)v99
           value 0.

      *Company totals by band.
       01 ws-total-bands.
           05 ws-total-band                    pic 9(9)v99
               occurs 4 times.

       01 ws-total-balance                     pic 9(9)v99
           value 0.

      *Store totals by band - one slot per store number 00 to 99,
      *00 holding balances older than the journal itself.
       01 ws-store-bands.
           05 ws-store-entry                   occurs 100 times
                   indexed by ws-store-idx.
               10 ws-store-band                 pic 9(9)v99
                   occurs 4 times.
               10 ws-store-total                pic 9(9)v99.

       77 ws-store-slot                        pic 9(3)
           value 0.
       77 ws-store-num-out                     pic 99
           value 0.

      *Aging report lines.
       01 ws-report-header.
           05 filler                           pic x(26)
               value "HOUSE ACCOUNT AGING AS OF ".
           05 ws-rh-asof-date                  pic 9(6).

       01 ws-aging-column-header.
           05 filler                           pic x(30)
               value "ACCOUNT NAME".
           05 filler                           pic x(15)
               value "      CURRENT".
           05 filler                           pic x(15)
               value "   31-60 DAYS".
           05 filler                           pic x(15)
               value "   61-90 DAYS".
           05 filler                           pic x(15)
               value "      OVER 90".
           05 filler                           pic x(15)
               value "      BALANCE".
           05 filler                           pic x(8)
               value "  STATUS".

       01 ws-aging-detail-line.
           05 ws-ad-cust-num                   pic 9(6).
           05 filler                           pic x(2).
           05 ws-ad-cust-name                  pic x(20).
           05 ws-ad-band-group                 occurs 4 times.
               10 filler                       pic x(2).
               10 ws-ad-band-out               pic zz,zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-ad-balance                    pic zz,zzz,zz9.99.
           05 filler                           pic x(4).
           05 ws-ad-status                     pic x(6).

       01 ws-aging-total-line.
           05 filler                           pic x(28)
               value "TOTAL HOUSE ACCOUNTS".
           05 ws-at-band-group                 occurs 4 times.
               10 filler                       pic x(2).
               10 ws-at-band-out               pic zz,zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-at-balance                    pic zz,zzz,zz9.99.

       01 ws-store-summary-header.
           05 filler                           pic x(40)
               value "AGING BY STORE".

       01 ws-store-column-header.
           05 filler                           pic x(30)
               value "STORE".
           05 filler                           pic x(15)
               value "      CURRENT".
           05 filler                           pic x(15)
               value "   31-60 DAYS".
           05 filler                           pic x(15)
               value "   61-90 DAYS".
           05 filler                           pic x(15)
               value "      OVER 90".
           05 filler                           pic x(15)
               value "        TOTAL".

       01 ws-store-detail-line.
           05 ws-sd-store-num                  pic 99.
           05 filler                           pic x(2).
           05 ws-sd-store-note                 pic x(24).
           05 ws-sd-band-group                 occurs 4 times.
               10 filler                       pic x(2).
               10 ws-sd-band-out               pic zz,zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-sd-total                      pic zz,zzz,zz9.99.

       01 ws-con-store-notes.
           05 ws-con-note-no-store             pic x(24)
               value "BEFORE JOURNAL".

       01 ws-finance-header.
           05 filler                           pic x(26)
               value "FINANCE CHARGES FOR MONTH ".
           05 ws-fh-yy                         pic 99.
           05 filler                           pic x
               value "/".
           05 ws-fh-mm                         pic 99.
           05 filler                           pic x(8)
               value "  RATE ".
           05 ws-fh-rate                       pic 9.9999.
           05 filler                           pic x(11)
               value " PER MONTH".

       01 ws-finance-column-header.
           05 filler                           pic x(30)
               value "ACCOUNT NAME".
           05 filler                           pic x(15)
               value "     PAST DUE".
           05 filler                           pic x(15)
               value "       CHARGE".
           05 filler                           pic x(15)
               value "  NEW BALANCE".

       01 ws-finance-detail-line.
           05 ws-fd-cust-num                   pic 9(6).
           05 filler                           pic x(2).
           05 ws-fd-cust-name                  pic x(20).
           05 filler                           pic x(2).
           05 ws-fd-past-due                   pic zz,zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-fd-charge                     pic zz,zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-fd-new-balance                pic zz,zzz,zz9.99.

       01 ws-finance-total-line.
           05 filler                           pic x(18)
               value "ACCOUNTS CHARGED: ".
           05 ws-ft-count                      pic zzz9.
           05 filler                           pic x(21)
               value "  FINANCE CHARGES: ".
           05 ws-ft-amount                     pic zz,zzz,zz9.99.

       01 ws-finance-done-line.
           05 filler                           pic x(48)
               value "FINANCE CHARGES ALREADY POSTED FOR THIS MONTH".

       01 ws-aging-trailer-line.
           05 filler                           pic x(18)
               value "ACCOUNTS AGED: ".
           05 ws-atl-aged-count                pic zzz9.
           05 filler                           pic x(21)
               value "  DUNNING NOTICES: ".
           05 ws-atl-notice-count              pic zzz9.

       01 ws-con-status-names.
           05 ws-con-name-open                 pic x(6)
               value "OPEN".
           05 ws-con-name-hold                 pic x(6)
               value "HOLD".
           05 ws-con-name-closed               pic x(6)
               value "CLOSED".

      *Dunning notice lines. The wording steps up with the oldest
      *band the account has money in.
       01 ws-notice-to-line.
           05 filler                           pic x(11)
               value "NOTICE TO: ".
           05 ws-nt-cust-num                   pic 9(6).
           05 filler                           pic x(2).
           05 ws-nt-cust-name                  pic x(20).
           05 filler                           pic x(10)
               value "   AS OF ".
           05 ws-nt-asof-date                  pic 9(6).

       01 ws-notice-text.
           05 ws-notice-text-1                 pic x(80).
           05 ws-notice-text-2                 pic x(80).

       01 ws-con-notice-wording.
           05 ws-con-reminder-1                pic x(80) value
               "REMINDER - YOUR HOUSE ACCOUNT HAS AN AMOUNT PAST DUE.".
           05 ws-con-reminder-2                pic x(80) value
               "PLEASE REMIT THE PAST-DUE AMOUNT SHOWN BELOW.".
           05 ws-con-second-1                  pic x(80) value
               "SECOND NOTICE - YOUR HOUSE ACCOUNT IS OVER 60 DAYS PAST
      -        " DUE.".
           05 ws-con-second-2                  pic x(80) value
               "PAYMENT IS REQUIRED WITHIN 10 DAYS TO KEEP CHARGING OPEN
      -        ".".
           05 ws-con-final-1                   pic x(80) value
               "FINAL NOTICE - YOUR HOUSE ACCOUNT IS OVER 90 DAYS PAST D
      -        "UE.".
           05 ws-con-final-2                   pic x(80) value
               "THE ACCOUNT MAY BE PLACED ON HOLD AND REFERRED TO COLLEC
      -        "TIONS.".

       01 ws-notice-band-line.
           05 filler                           pic x(3).
           05 filler                           pic x(12)
               value "31-60 DAYS: ".
           05 ws-nb-band2                      pic $$$,$$$,$$9.99.
           05 filler                           pic x(10)
               value "  61-90: ".
           05 ws-nb-band3                      pic $$$,$$$,$$9.99.
           05 filler                           pic x(12)
               value "  OVER 90: ".
           05 ws-nb-band4                      pic $$$,$$$,$$9.99.

       01 ws-notice-total-line.
           05 filler                           pic x(3).
           05 filler                           pic x(16)
               value "TOTAL PAST DUE: ".
           05 ws-nl-past-due                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(18)
               value "  BALANCE OWED: ".
           05 ws-nl-balance                    pic $$$,$$$,$$9.99.

       procedure division.
       000-main.

           perform 050-acquire-run-lock.

           if (ws-lock-denied-flag = "Y") then
               goback
           end-if.

           perform 100-open-files.
           perform 300-age-accounts.
           perform 600-write-store-summary.
           perform 700-post-finance-charges.
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

               move "PROGRAM47 "       to lk-program-id
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

      *Load the as-of date, the rate, the last month charged, the
      *customer master and the subledger, and start the two reports.
       100-open-files.

           perform 105-load-run-id.
           perform 110-load-finance-rate.
           perform 115-load-finance-control.
           perform 120-load-customer-master.
           perform 130-load-ar-subledger.

           open output aging-report-file.
           open output dunning-file.

           move ws-asof-date to ws-rh-asof-date.
           write aging-line from ws-report-header.
           write aging-line from spaces.
           write aging-line from ws-aging-column-header.
           write aging-line from spaces.

           initialize ws-total-bands.
           initialize ws-store-bands.

      *The business date of the last chain run is the as-of date;
      *without one the aging runs as of today.
       105-load-run-id.

           accept ws-asof-date from date.
           move 0 to ws-asof-run-id.

           open input run-id-file.

           if (ws-runid-status = "00") then

               read run-id-file
                   not at end
                       move ri-batch-date to ws-asof-date
                       move ri-run-id     to ws-asof-run-id
               end-read

               close run-id-file

           end-if.

           compute ws-asof-date-ymd = 20000000 + ws-asof-date.
           compute ws-asof-day-int
               = function integer-of-date(ws-asof-date-ymd).

      *Load the monthly finance charge rate. A missing control file
      *just means "run with the built-in default".
       110-load-finance-rate.

           move ws-con-rate-default to ws-con-finance-rate.

           open input finance-rate-file.

           if (ws-rate-status = "00") then

               read finance-rate-file
                   not at end move rate-record-in
                       to ws-con-finance-rate
               end-read

               close finance-rate-file

           end-if.

      *The finance charges are posted once per as-of month. A
      *missing control file means no month has been charged yet.
       115-load-finance-control.

           move 0 to ws-last-charged-yymm.

           open input finance-control-file.

           if (ws-finctl-status = "00") then

               read finance-control-file
                   not at end move fc-last-charged-yymm
                       to ws-last-charged-yymm
               end-read

               close finance-control-file

           end-if.

           if (ws-asof-yymm-num not = ws-last-charged-yymm) then
               move "Y" to ws-charge-month-flag
           end-if.

      *Load the customer master into a table for the names and the
      *account status. A missing file just means they print blank.
       120-load-customer-master.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-cust-eof-flag
               end-read

               perform 125-load-customer-entry
                   until ws-cust-eof-flag = "Y"

               close customer-master-file

           end-if.

       125-load-customer-entry.

           add 1 to ws-cust-tbl-cnt.
           set ws-cust-idx to ws-cust-tbl-cnt.

           move cm-in-cust-num  to ws-cust-tbl-num(ws-cust-idx).
           move cm-in-cust-name to ws-cust-tbl-name(ws-cust-idx).
           move cm-in-status    to ws-cust-tbl-status(ws-cust-idx).

           read customer-master-file
               at end move "Y" to ws-cust-eof-flag.

      *Load the AR subledger - every account on it is aged. A
      *missing subledger just means no house accounts have moved
      *yet.
       130-load-ar-subledger.

           open input ar-file.

           if (ws-ar-status = "00") then

               read ar-file
                   at end move "Y" to ws-ar-eof-flag
               end-read

               perform 135-load-ar-entry
                   until ws-ar-eof-flag = "Y"

               close ar-file

           end-if.

       135-load-ar-entry.

           add 1 to ws-ar-tbl-cnt.
           set ws-ar-idx to ws-ar-tbl-cnt.

           move arl-cust-num  to ws-ar-tbl-cust(ws-ar-idx).
           move arl-charges   to ws-ar-tbl-charges(ws-ar-idx).
           move arl-payments  to ws-ar-tbl-payments(ws-ar-idx).
           move arl-balance   to ws-ar-tbl-balance(ws-ar-idx).
           move 0             to ws-ar-tbl-past-due(ws-ar-idx).
           move 0             to ws-ar-tbl-finchg(ws-ar-idx).
           move 0             to ws-ar-tbl-fin-store(ws-ar-idx).

           read ar-file
               at end move "Y" to ws-ar-eof-flag.

      *Age every account that owes money, then print the company
      *totals. An account paid up or in credit has nothing to age.
       300-age-accounts.

           perform 310-age-one-account
               varying ws-ar-idx from 1 by 1
               until ws-ar-idx > ws-ar-tbl-cnt.

           perform 380-write-aging-totals.

       310-age-one-account.

           if (ws-ar-tbl-balance(ws-ar-idx) > 0) then

               initialize ws-acct-bands
               move ws-ar-tbl-cust(ws-ar-idx) to ws-aging-cust-wanted

               perform 400-load-account-charges

      *Match the balance against the newest charges first - what
      *is still owed is the most recent charging, since payments
      *clear the oldest charges. Whatever the journal can't account
      *for predates it and is the oldest money of all.
               move ws-ar-tbl-balance(ws-ar-idx)
                   to ws-unmatched-balance
               move 0 to ws-open-store

               perform 420-age-one-charge
                   varying ws-chg-sub from ws-chg-tbl-cnt by -1
                   until ws-chg-sub = 0
                       or ws-unmatched-balance = 0

               if (ws-unmatched-balance > 0) then

                   move 4 to ws-band-sub
                   move ws-unmatched-balance to ws-open-amt
                   move 0 to ws-open-store
                   perform 430-add-to-bands

               end-if

               compute ws-acct-past-due
                   = ws-acct-band(2) + ws-acct-band(3)
                       + ws-acct-band(4)

               move ws-ar-tbl-cust(ws-ar-idx) to ws-cust-check-num
               perform 500-search-customer-table

               perform 340-write-aging-line

               if (ws-acct-past-due > 0) then
                   perform 350-write-dunning-notice
                   perform 360-work-out-finance-charge
               end-if

               add 1 to ws-cnt-aged

           end-if.

      *Print one account's aging line.
       340-write-aging-line.

           move spaces to ws-aging-detail-line.
           move ws-ar-tbl-cust(ws-ar-idx) to ws-ad-cust-num.

           perform 345-move-one-account-band
               varying ws-band-sub from 1 by 1
               until ws-band-sub > 4.

           move ws-ar-tbl-balance(ws-ar-idx) to ws-ad-balance.
           add ws-ar-tbl-balance(ws-ar-idx) to ws-total-balance.

           if (ws-cust-found-flag = "Y") then

               move ws-cust-tbl-name(ws-cust-match-idx)
                   to ws-ad-cust-name

               if (ws-cust-tbl-status(ws-cust-match-idx) = "H") then
                   move ws-con-name-hold to ws-ad-status
               else
               if (ws-cust-tbl-status(ws-cust-match-idx) = "C") then
                   move ws-con-name-closed to ws-ad-status
               else
                   move ws-con-name-open to ws-ad-status
               end-if
               end-if

           end-if.

           write aging-line from ws-aging-detail-line.

       345-move-one-account-band.

           move ws-acct-band(ws-band-sub)
               to ws-ad-band-out(ws-band-sub).
           add ws-acct-band(ws-band-sub)
               to ws-total-band(ws-band-sub).

      *One dunning notice per account with money past due, worded
      *for the oldest band the money sits in.
       350-write-dunning-notice.

           move ws-ar-tbl-cust(ws-ar-idx) to ws-nt-cust-num.
           move ws-ad-cust-name           to ws-nt-cust-name.
           move ws-asof-date              to ws-nt-asof-date.

           if (ws-acct-band(4) > 0) then

               move ws-con-final-1    to ws-notice-text-1
               move ws-con-final-2    to ws-notice-text-2

           else
           if (ws-acct-band(3) > 0) then

               move ws-con-second-1   to ws-notice-text-1
               move ws-con-second-2   to ws-notice-text-2

           else

               move ws-con-reminder-1 to ws-notice-text-1
               move ws-con-reminder-2 to ws-notice-text-2

           end-if
           end-if.

           move ws-acct-band(2)           to ws-nb-band2.
           move ws-acct-band(3)           to ws-nb-band3.
           move ws-acct-band(4)           to ws-nb-band4.
           move ws-acct-past-due          to ws-nl-past-due.
           move ws-ar-tbl-balance(ws-ar-idx) to ws-nl-balance.

           write dunning-line from ws-notice-to-line.
           write dunning-line from spaces.
           write dunning-line from ws-notice-text-1.
           write dunning-line from ws-notice-text-2.
           write dunning-line from spaces.
           write dunning-line from ws-notice-band-line.
           write dunning-line from ws-notice-total-line.
           write dunning-line from spaces.
           write dunning-line from spaces.

           add 1 to ws-cnt-notices.

      *The month's finance charge on the past-due balance, booked
      *to the store the oldest open charge was made at. Nothing is
      *charged when this month has already been charged.
       360-work-out-finance-charge.

           if (ws-charge-month-flag = "Y") then

               move ws-acct-past-due to ws-ar-tbl-past-due(ws-ar-idx)
               compute ws-ar-tbl-finchg(ws-ar-idx) rounded
                   = ws-acct-past-due * ws-con-finance-rate

               move ws-open-store to ws-ar-tbl-fin-store(ws-ar-idx)

           end-if.

      *Print the company totals and the run counts.
       380-write-aging-totals.

           perform 385-move-one-total-band
               varying ws-band-sub from 1 by 1
               until ws-band-sub > 4.

           move ws-total-balance to ws-at-balance.

           write aging-line from spaces.
           write aging-line from ws-aging-total-line.
           write aging-line from spaces.

           move ws-cnt-aged    to ws-atl-aged-count.
           move ws-cnt-notices to ws-atl-notice-count.
           write aging-line from ws-aging-trailer-line.

       385-move-one-total-band.

           move ws-total-band(ws-band-sub)
               to ws-at-band-out(ws-band-sub).

      *Walk the activity journal front to back for this account's
      *charges - its sales and layaways charged on account and its
      *earlier finance charges. The journal is re-opened per
      *account, the same one-pass-per-key shape the statement run
      *uses.
       400-load-account-charges.

           move 0 to ws-chg-tbl-cnt.
           move "N" to ws-act-eof-flag.

           open input ar-activity-file.

           if (ws-aract-status = "00") then

               read ar-activity-file
                   at end move "Y" to ws-act-eof-flag
               end-read

               perform 410-check-one-activity-line
                   until ws-act-eof-flag = "Y"

               close ar-activity-file

           end-if.

       410-check-one-activity-line.

           if (aa-cust-num = ws-aging-cust-wanted)
               and ((aa-activity-type = "C")
                   or (aa-activity-type = "F")) then

               add 1 to ws-chg-tbl-cnt
               move aa-trans-date to ws-chg-tbl-date(ws-chg-tbl-cnt)
               move aa-amount     to ws-chg-tbl-amount(ws-chg-tbl-cnt)
               move aa-store-num  to ws-chg-tbl-store(ws-chg-tbl-cnt)

           end-if.

           read ar-activity-file
               at end move "Y" to ws-act-eof-flag.

      *Match as much of the unmatched balance as this charge covers
      *and put it in the band the charge's age falls in.
       420-age-one-charge.

           if (ws-chg-tbl-amount(ws-chg-sub) < ws-unmatched-balance)
               then
               move ws-chg-tbl-amount(ws-chg-sub) to ws-open-amt
           else
               move ws-unmatched-balance to ws-open-amt
           end-if.

           subtract ws-open-amt from ws-unmatched-balance.

           compute ws-chg-date-ymd
               = 20000000 + ws-chg-tbl-date(ws-chg-sub).
           compute ws-chg-day-int
               = function integer-of-date(ws-chg-date-ymd).
           compute ws-days-old = ws-asof-day-int - ws-chg-day-int.

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

           move ws-chg-tbl-store(ws-chg-sub) to ws-open-store.
           perform 430-add-to-bands.

      *Add ws-open-amt to the account's band and to its store's.
       430-add-to-bands.

           add ws-open-amt to ws-acct-band(ws-band-sub).

           compute ws-store-slot = ws-open-store + 1.
           set ws-store-idx to ws-store-slot.
           add ws-open-amt
               to ws-store-band(ws-store-idx, ws-band-sub).
           add ws-open-amt to ws-store-total(ws-store-idx).

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

      *The same bands summed by the store the charges were made at.
      *Stores with nothing owed are left off.
       600-write-store-summary.

           write aging-line from spaces.
           write aging-line from ws-store-summary-header.
           write aging-line from spaces.
           write aging-line from ws-store-column-header.
           write aging-line from spaces.

           perform 610-write-one-store-line
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 100.

       610-write-one-store-line.

           if (ws-store-total(ws-store-idx) > 0) then

               move spaces to ws-store-detail-line
               set ws-store-slot to ws-store-idx
               compute ws-store-num-out = ws-store-slot - 1
               move ws-store-num-out to ws-sd-store-num

               if (ws-store-num-out = 0) then
                   move ws-con-note-no-store to ws-sd-store-note
               end-if

               perform 615-move-one-store-band
                   varying ws-band-sub from 1 by 1
                   until ws-band-sub > 4

               move ws-store-total(ws-store-idx) to ws-sd-total
               write aging-line from ws-store-detail-line

           end-if.

       615-move-one-store-band.

           move ws-store-band(ws-store-idx, ws-band-sub)
               to ws-sd-band-out(ws-band-sub).

      *Post this month's finance charges - onto the subledger, into
      *the activity journal as F lines, and into the GL extract -
      *and remember the month as charged. A month already charged
      *is only noted on the report.
       700-post-finance-charges.

           write aging-line from spaces.

           move ws-asof-yy          to ws-fh-yy.
           move ws-asof-mm          to ws-fh-mm.
           move ws-con-finance-rate to ws-fh-rate.
           write aging-line from ws-finance-header.
           write aging-line from spaces.

           if (ws-charge-month-flag not = "Y") then

               write aging-line from ws-finance-done-line

           else

               write aging-line from ws-finance-column-header
               write aging-line from spaces

               open extend ar-activity-file

               if (ws-aract-status not = "00") then
                   open output ar-activity-file
               end-if

               perform 710-post-one-finance-charge
                   varying ws-ar-idx from 1 by 1
                   until ws-ar-idx > ws-ar-tbl-cnt

               close ar-activity-file

               move ws-cnt-charged  to ws-ft-count
               move ws-finchg-total to ws-ft-amount
               write aging-line from spaces
               write aging-line from ws-finance-total-line

               perform 800-rewrite-subledger
               perform 850-write-finance-totals
               perform 870-write-finance-control

           end-if.

       710-post-one-finance-charge.

           if (ws-ar-tbl-finchg(ws-ar-idx) > 0) then

               move spaces to ws-finance-detail-line
               move ws-ar-tbl-cust(ws-ar-idx) to ws-fd-cust-num
               move ws-ar-tbl-cust(ws-ar-idx) to ws-cust-check-num
               perform 500-search-customer-table

               if (ws-cust-found-flag = "Y") then
                   move ws-cust-tbl-name(ws-cust-match-idx)
                       to ws-fd-cust-name
               end-if

               move ws-ar-tbl-past-due(ws-ar-idx) to ws-fd-past-due

               add ws-ar-tbl-finchg(ws-ar-idx)
                   to ws-ar-tbl-charges(ws-ar-idx)
               add ws-ar-tbl-finchg(ws-ar-idx)
                   to ws-ar-tbl-balance(ws-ar-idx)

               move ws-ar-tbl-finchg(ws-ar-idx)  to ws-fd-charge
               move ws-ar-tbl-balance(ws-ar-idx) to ws-fd-new-balance
               write aging-line from ws-finance-detail-line

               move ws-ar-tbl-cust(ws-ar-idx)   to aa-cust-num
               move ws-asof-date                to aa-trans-date
               move "F"                         to aa-activity-type
               move ws-ar-tbl-finchg(ws-ar-idx) to aa-amount
               move "FC"                        to aa-inv-prefix
               move "-"                         to aa-inv-hyphen
               move ws-asof-yymm-num            to aa-inv-number
               move ws-asof-run-id              to aa-run-id
               move ws-ar-tbl-fin-store(ws-ar-idx) to aa-store-num
               write ar-activity-rec

               add ws-ar-tbl-finchg(ws-ar-idx) to ws-finchg-total
               add 1 to ws-cnt-charged

           end-if.

      *Write the subledger back out with the finance charges on.
       800-rewrite-subledger.

           open output ar-file.

           perform 810-write-one-subledger-entry
               varying ws-ar-idx from 1 by 1
               until ws-ar-idx > ws-ar-tbl-cnt.

           close ar-file.

       810-write-one-subledger-entry.

           move ws-ar-tbl-cust(ws-ar-idx)     to arl-cust-num.
           move ws-ar-tbl-charges(ws-ar-idx)  to arl-charges.
           move ws-ar-tbl-payments(ws-ar-idx) to arl-payments.
           move ws-ar-tbl-balance(ws-ar-idx)  to arl-balance.
           write ar-record.

      *Add this month's finance charges into the GL extract for
      *Program5. Program5 consumes-and-clears this file, so a
      *value already on it is an earlier month Program5 has not
      *posted yet - it is carried, not overwritten.
       850-write-finance-totals.

           move 0 to ws-unposted-finchg-amt.

           open input finance-totals-file.

           if (ws-fgt-status = "00") then

               read finance-totals-file
                   at end continue
                   not at end
                       move fgt-finchg-amt-out
                           to ws-unposted-finchg-amt
               end-read

               close finance-totals-file

           end-if.

           open output finance-totals-file.

           compute fgt-finchg-amt-out
               = ws-unposted-finchg-amt + ws-finchg-total.
           write finance-totals-out.

           close finance-totals-file.

      *Remember the month as charged so a rerun can't charge it
      *again.
       870-write-finance-control.

           move ws-asof-yymm-num to fc-last-charged-yymm.

           open output finance-control-file.
           write fc-record.
           close finance-control-file.

      *Close the used files.
       999-close-files.

           close aging-report-file dunning-file.

       end program Program47.
