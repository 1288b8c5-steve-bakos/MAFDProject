      *         and takes them off the queue, ages the unpaid ones
      *         into 30/60/90+ day bands the way Program9 ages
      *         layaways, and flags credits old enough to fall
      *         under unclaimed-property rules, along with the
      *         refund cheques Program50's register reports stale
      *         and never cashed. Paid refunds also
      *         go out in a GL extract so Program5's journal
      *         reflects the cash leaving.

               organization is line sequential
               file status is ws-eschthr-status.

      *Stale-cheque file, written by Program50 - every refund cheque
      *still uncashed past the stale date. The customer never got
      *the money, so it is unclaimed property the same as a credit
      *that was never paid out.
           select stale-cheque-file
               assign to
               "../../../../Program50/data/stale-cheques.dat"
               organization is line sequential
               file status is ws-stale-status.

      *Output file declaration
           select output-file
               assign to "../../../data/refund-disbursement.out"

       01 es-days-in                           pic 9(4).

      *Define the stale-cheque record - same shape Program50 writes
      *it.
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

      *Define the output file
       fd output-file
           data record is output-line
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-stale-status                      pic xx
           value "00".

       77 ws-stale-eof-flag                    pic x
           value "N".

      *A disbursement total already sitting unposted in the
      *extract when this run starts.
               value 0.
           05 ws-cnt-orphan-confirms           pic 9(4)
               value 0.
           05 ws-cnt-stale-cheques             pic 9(5)
               value 0.

       01 ws-stale-cheque-amt                  pic 9(8)v99
           value 0.

       01 ws-paid-total                        pic 9(8)v99
           value 0.
           05 filler                           pic x(3).
           05 ws-ud-status-note                pic x(16).

       01 ws-stale-section-header.
           05 filler                           pic x
               value space.
           05 filler                           pic x(50)
               value "REFUND CHEQUES NEVER CASHED - AGED FROM ISSUE".

       01 ws-stale-detail-line.
           05 filler                           pic x(3).
           05 ws-sd-invoice                    pic x(9).
           05 filler                           pic x(3).
           05 filler                           pic x(7)
               value "STORE: ".
           05 ws-sd-store-num                  pic 99.
           05 filler                           pic x(3).
           05 filler                           pic x(6)
               value "CUST: ".
           05 ws-sd-cust-num                   pic 9(6).
           05 filler                           pic x(3).
           05 ws-sd-amount                     pic $zzz,zz9.99.
           05 filler                           pic x(3).
           05 filler                           pic x(6)
               value "DAYS: ".
           05 ws-sd-days-out                   pic zzzz9.
           05 filler                           pic x(3).
           05 ws-sd-status-note                pic x(16).
           05 filler                           pic x(3).
           05 filler                           pic x(8)
               value "CHEQUE: ".
           05 ws-sd-cheque-num                 pic 9(8).

       01 ws-con-status-notes.
           05 ws-con-note-current              pic x(16)
               value "CURRENT".
               value "90+ DAYS".
           05 ws-con-note-escheat              pic x(16)
               value "** ESCHEAT **".
           05 ws-con-note-stale                pic x(16)
               value "STALE CHEQUE".

       01 ws-orphan-confirm-line.
           05 filler                           pic x(3).
               value "REFUNDS STILL ON THE QUEUE:   ".
           05 ws-ut-unpaid-count               pic zz,zz9.

       01 ws-stale-total-line.
           05 filler                           pic x(30)
               value "STALE CHEQUES NEVER CASHED:   ".
           05 ws-st-stale-count                pic zz,zz9.
           05 filler                           pic x(10)
               value "  AMOUNT: ".
           05 ws-st-stale-amt                  pic $$$,$$9.99.

       01 ws-escheat-total-line.
           05 filler                           pic x(30)
               value "CREDITS PAST ESCHEATMENT:     ".
           perform 200-load-refund-queue.
           perform 300-disburse-refunds.
           perform 500-age-unpaid-refunds.
           perform 550-age-stale-cheques.
           perform 600-report-orphan-confirms.
           perform 700-rewrite-refund-queue.
           perform 800-write-refund-gl-totals.
           end-if
           end-if.

      *List the refund cheques Program50 reports stale, aged from
      *the day they were written. The refund left the queue when
      *the cheque was cut, but the customer never cashed it, so it
      *is flagged for unclaimed-property handling on the same
      *escheatment age as an unpaid credit. A missing file just
      *means no cheque has gone stale.
       550-age-stale-cheques.

           write output-line from spaces.
           write output-line from ws-stale-section-header.
           write output-line from spaces.

           open input stale-cheque-file.

           if (ws-stale-status = "00") then

               read stale-cheque-file
                   at end move "Y" to ws-stale-eof-flag
               end-read

               perform 560-age-one-stale-cheque
                   until ws-stale-eof-flag = "Y"

               close stale-cheque-file

           end-if.

       560-age-one-stale-cheque.

           add 1 to ws-cnt-stale-cheques.
           add sc-amount to ws-stale-cheque-amt.

           compute ws-pay-date-ymd = 20000000 + sc-issue-date.
           compute ws-pay-day-int
               = function integer-of-date(ws-pay-date-ymd).
           compute ws-days-owed = ws-asof-day-int - ws-pay-day-int.

           if (ws-days-owed < 0) then
               move 0 to ws-days-owed
           end-if.

           move sc-invoice-num to ws-sd-invoice.
           move sc-store-num   to ws-sd-store-num.
           move sc-cust-num    to ws-sd-cust-num.
           move sc-amount      to ws-sd-amount.
           move ws-days-owed   to ws-sd-days-out.
           move sc-cheque-num  to ws-sd-cheque-num.

           if (ws-days-owed >= ws-con-escheat-days) then
               move ws-con-note-escheat to ws-sd-status-note
               add 1 to ws-cnt-escheat-refunds
           else
               move ws-con-note-stale to ws-sd-status-note
           end-if.

           write output-line from ws-stale-detail-line.

           read stale-cheque-file
               at end move "Y" to ws-stale-eof-flag.

      *A confirmation that never matched a queued refund is a store
      *saying it paid money this system never owed - list it and
      *flag the run.
           move ws-cnt-unpaid-refunds to ws-ut-unpaid-count.
           write output-line from ws-unpaid-total-line.

           move ws-cnt-stale-cheques to ws-st-stale-count.
           move ws-stale-cheque-amt  to ws-st-stale-amt.
           write output-line from ws-stale-total-line.

           move ws-cnt-escheat-refunds to ws-et-escheat-count.
           write output-line from ws-escheat-total-line.

