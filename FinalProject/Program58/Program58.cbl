       identification division.
       program-id. Program58.

       author.Steve Bakos
       date-written.October 15th, 2026
      *Purpose: Monthly customer purchase activity report. Works
      *         through the transaction history for every named
      *         customer and scores each one on recency (days since
      *         the last purchase), frequency (visits) and monetary
      *         value (net spend) over the look-back window, on the
      *         breakpoints in the RFM policy, and puts each into a
      *         segment. Lists the top customers by store, and the
      *         lapsed customers - regular buyers who have not bought
      *         in the policy's number of days - with house-account
      *         and open-layaway customers marked so the sales staff
      *         know who they are talking to. Every scored customer
      *         goes out on a fixed-layout segment extract for
      *         marketing's mailing tool.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The permanent transaction history Program1 appends to.
           select history-file
               assign to
               "../../../../Program1/data/transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

      *Customer master - names, and the house accounts by their
      *credit limit and status.
           select customer-master-file
               assign to
               "../../../../Program1/data/customer-master.dat"
               organization is line sequential
               file status is ws-custmst-status.

      *Program2's layaway subledger - customers with a layaway
      *still open.
           select layaway-file
               assign to
               "../../../../Program2/data/layaway-subledger.dat"
               organization is line sequential
               file status is ws-lay-status.

      *Store master reference file - names and the report's store
      *order.
           select store-master-file
               assign to "../../../../Program1/data/store-master.dat"
               organization is line sequential
               file status is ws-strmst-status.

      *RFM policy - the look-back window, what counts as lapsed,
      *how many top customers to list per store, and the scoring
      *breakpoints. A missing or unreadable file leaves the
      *built-in policy in force.
           select rfm-policy-file
               assign to "../../../data/rfm-policy.dat"
               organization is line sequential
               file status is ws-policy-status.

      *Output file declaration
           select report-file
               assign to "../../../data/customer-rfm-report.out"
               organization is line sequential.

      *Segment extract for the mailing tool - one fixed-layout line
      *per scored customer.
           select segment-file
               assign to "../../../data/customer-segments.dat"
               organization is line sequential.

      *Run-id control file - Program1 stamps the batch date and run
      *id for this run here so every program downstream can stamp
      *the same pair on its own output.
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

       data division.
       file section.

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

      *Define the customer master record.
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

      *Define the layaway subledger record - same shape Program2
      *writes it.
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

      *Define the store master record.
       fd store-master-file
           data record is sm-store-in
           record contains 35 characters.

       01 sm-store-in.
           05 sm-in-store-num                  pic 99.
           05 sm-in-store-status               pic x.
           05 sm-in-store-name                 pic x(20).
           05 sm-in-open-date                  pic 9(6).
           05 sm-in-close-date                 pic 9(6).

      *Define the RFM policy record - look-back days, days without
      *a purchase before a regular buyer is lapsed, the visits that
      *make a regular buyer, the top customers to list per store,
      *then the four breakpoints for scores 5 down to 2 on each of
      *recency (days, at most), frequency (visits, at least) and
      *monetary value (whole dollars, at least).
       fd rfm-policy-file
           data record is rp-record
           record contains 55 characters.

       01 rp-record.
           05 rp-lookback-days                 pic 9(3).
           05 rp-lapsed-days                   pic 9(3).
           05 rp-regular-visits                pic 9(3).
           05 rp-top-count                     pic 99.
           05 rp-recency-break                 pic 9(3)
                   occurs 4 times.
           05 rp-frequency-break               pic 9(3)
                   occurs 4 times.
           05 rp-monetary-break                pic 9(5)
                   occurs 4 times.

      *Define the output file
       fd report-file
           data record is report-line
           record contains 132 characters.

       01 report-line                          pic x(132).

      *Define the segment extract record.
       fd segment-file
           data record is sg-record
           record contains 84 characters.

       01 sg-record.
           05 sg-cust-num                      pic 9(6).
           05 sg-cust-name                     pic x(20).
           05 sg-batch-date                    pic 9(6).
           05 sg-home-store                    pic 99.
           05 sg-last-purchase-date            pic 9(6).
           05 sg-days-since                    pic 9(5).
           05 sg-visits                        pic 9(5).
           05 sg-net-spend                     pic 9(7)v99.
           05 sg-recency-score                 pic 9.
           05 sg-frequency-score               pic 9.
           05 sg-monetary-score                pic 9.
           05 sg-segment                       pic x(12).
           05 sg-house-acct-flag               pic x.
           05 sg-layaway-flag                  pic x.
           05 sg-lifetime-visits               pic 9(5).
           05 sg-lifetime-spend                pic 9(8)v99.

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

       working-storage section.

       77 ws-eof-flag                          pic x
           value "N".

       77 ws-runhist-status                    pic xx
           value "00".
       77 ws-rh-start-time                     pic 9(8)
           value 0.

       77 ws-hist-status                       pic xx
           value "00".
       77 ws-custmst-status                    pic xx
           value "00".
       77 ws-lay-status                        pic xx
           value "00".
       77 ws-strmst-status                     pic xx
           value "00".
       77 ws-policy-status                     pic xx
           value "00".
       77 ws-runid-status                      pic xx
           value "00".

       77 ws-cust-eof-flag                     pic x
           value "N".
       77 ws-lay-eof-flag                      pic x
           value "N".
       77 ws-store-eof-flag                    pic x
           value "N".

       01 ws-constants.
           05 ws-con-trans-code-S              pic x
               value "S".
           05 ws-con-trans-code-L              pic x
               value "L".
           05 ws-con-trans-code-R              pic x
               value "R".
           05 ws-con-trans-code-K              pic x
               value "K".
           05 ws-con-reason-staff              pic xx
               value "EP".
           05 ws-con-status-closed             pic x
               value "C".

      *The RFM policy in force - the built-in values unless the
      *policy file replaces them.
       01 ws-policy.
           05 ws-pol-lookback-days             pic 9(3)
               value 365.
           05 ws-pol-lapsed-days               pic 9(3)
               value 90.
           05 ws-pol-regular-visits            pic 9(3)
               value 3.
           05 ws-pol-top-count                 pic 99
               value 10.
           05 ws-pol-recency-breaks.
               10 filler                       pic 9(3)
                   value 30.
               10 filler                       pic 9(3)
                   value 60.
               10 filler                       pic 9(3)
                   value 90.
               10 filler                       pic 9(3)
                   value 180.
           05 ws-pol-recency-tbl redefines ws-pol-recency-breaks.
               10 ws-pol-recency-break         pic 9(3)
                       occurs 4 times.
           05 ws-pol-frequency-breaks.
               10 filler                       pic 9(3)
                   value 12.
               10 filler                       pic 9(3)
                   value 6.
               10 filler                       pic 9(3)
                   value 3.
               10 filler                       pic 9(3)
                   value 2.
           05 ws-pol-frequency-tbl redefines ws-pol-frequency-breaks.
               10 ws-pol-frequency-break       pic 9(3)
                       occurs 4 times.
           05 ws-pol-monetary-breaks.
               10 filler                       pic 9(5)
                   value 2000.
               10 filler                       pic 9(5)
                   value 1000.
               10 filler                       pic 9(5)
                   value 500.
               10 filler                       pic 9(5)
                   value 100.
           05 ws-pol-monetary-tbl redefines ws-pol-monetary-breaks.
               10 ws-pol-monetary-break        pic 9(5)
                       occurs 4 times.

       77 ws-policy-source-flag                pic x
           value "D".
       77 ws-brk-sub                           pic 9
           value 0.

      *The report date, and the first day of the look-back window,
      *as day numbers.
       01 ws-asof-date                         pic 9(6)
           value 0.
       77 ws-asof-work-ymd                     pic 9(8)
           value 0.
       77 ws-asof-int                          pic 9(7)
           value 0.
       77 ws-window-start-int                  pic 9(7)
           value 0.
       77 ws-trans-work-ymd                    pic 9(8)
           value 0.
       77 ws-trans-int                         pic 9(7)
           value 0.
       01 ws-trans-net-amt                     pic s9(7)v99
           value 0.

      *Every customer - seeded from the customer master in its
      *order, so the lists come out by customer number - with the
      *marks and the purchase figures. The window figures cover the
      *look-back window; the lifetime figures the whole history.
       01 ws-cust-tbl-cnt                      pic 9(5)
           value 0.

       01 ws-cust-tbl.
           05 ws-cust-tbl-entry                occurs 1 to 9999 times
                   depending on ws-cust-tbl-cnt
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num               pic 9(6).
               10 ws-cust-tbl-name              pic x(20).
               10 ws-cust-house-flag            pic x.
               10 ws-cust-layaway-flag          pic x.
               10 ws-cust-last-invoice          pic x(9).
               10 ws-cust-last-date             pic 9(6).
               10 ws-cust-last-int              pic 9(7).
               10 ws-cust-life-visits           pic 9(5).
               10 ws-cust-life-spend            pic s9(8)v99.
               10 ws-cust-win-visits            pic 9(5).
               10 ws-cust-win-spend             pic s9(8)v99.
               10 ws-cust-home-store            pic 99.
               10 ws-cust-home-spend            pic s9(8)v99.
               10 ws-cust-days-since            pic 9(5).
               10 ws-cust-r-score               pic 9.
               10 ws-cust-f-score               pic 9.
               10 ws-cust-m-score               pic 9.
               10 ws-cust-seg-sub               pic 9.

       77 ws-cust-check-num                    pic 9(6)
           value 0.
       77 ws-cust-found-flag                   pic x
           value "N".
       77 ws-cust-match-idx                    pic 9(5)
           value 0.

       01 ws-con-not-on-master                 pic x(20)
           value "NOT ON CUST MASTER".

      *Each customer's purchases at each store they bought at -
      *the window spend ranks the top customers by store; the
      *lifetime spend picks the customer's home store.
       01 ws-cs-tbl-cnt                        pic 9(5)
           value 0.

       01 ws-cs-tbl.
           05 ws-cs-tbl-entry                  occurs 1 to 20000 times
                   depending on ws-cs-tbl-cnt
                   indexed by ws-cs-idx.
               10 ws-cs-cust-sub                pic 9(5).
               10 ws-cs-store-num               pic 99.
               10 ws-cs-win-visits              pic 9(5).
               10 ws-cs-win-spend               pic s9(8)v99.
               10 ws-cs-life-spend              pic s9(8)v99.
               10 ws-cs-picked-flag             pic x.

       77 ws-cs-found-flag                     pic x
           value "N".
       77 ws-cs-match-idx                      pic 9(5)
           value 0.
       77 ws-cs-check-cust-sub                 pic 9(5)
           value 0.

      *The stores, seeded from the store master. A store on the
      *history but not the master is added as it turns up.
       01 ws-str-tbl-cnt                       pic 999
           value 0.

       01 ws-str-tbl.
           05 ws-str-tbl-entry                 occurs 100 times
                   indexed by ws-str-idx.
               10 ws-str-tbl-num                pic 99.
               10 ws-str-tbl-name               pic x(20).

       77 ws-str-check-num                     pic 99
           value 0.
       77 ws-str-found-flag                    pic x
           value "N".
       77 ws-str-match-idx                     pic 999
           value 0.

       01 ws-con-store-not-on-master           pic x(20)
           value "NOT ON STORE MASTER".

      *The segments, in the order a customer is tested for them -
      *the first one that fits is the one they get.
       01 ws-segment-names.
           05 filler                           pic x(12)
               value "LAPSED".
           05 filler                           pic x(12)
               value "CHAMPION".
           05 filler                           pic x(12)
               value "LOYAL".
           05 filler                           pic x(12)
               value "BIG SPENDER".
           05 filler                           pic x(12)
               value "NEW".
           05 filler                           pic x(12)
               value "AT RISK".
           05 filler                           pic x(12)
               value "OCCASIONAL".
           05 filler                           pic x(12)
               value "INACTIVE".
       01 ws-segment-name-tbl redefines ws-segment-names.
           05 ws-segment-name                  pic x(12)
                   occurs 8 times.

       01 ws-seg-tot-tbl.
           05 ws-seg-tot-entry                 occurs 8 times.
               10 ws-seg-tot-cust               pic 9(6).
               10 ws-seg-tot-spend              pic s9(9)v99.

       77 ws-seg-sub                           pic 9
           value 0.

      *Top-customer selection for the store being written.
       77 ws-top-rank                          pic 99
           value 0.
       77 ws-top-best-idx                      pic 9(5)
           value 0.
       77 ws-top-done-flag                     pic x
           value "N".

       77 ws-monetary-whole                    pic 9(8)
           value 0.

       77 ws-cnt-hist-read                     pic 9(6)
           value 0.
       77 ws-cnt-scored                        pic 9(6)
           value 0.
       77 ws-cnt-lapsed                        pic 9(6)
           value 0.
       77 ws-cnt-extract-written               pic 9(6)
           value 0.

       01 ws-report-header.
           05 filler                           pic x(35).
           05 filler                           pic x(48)
               value "CUSTOMER PURCHASE ACTIVITY - RFM SEGMENTATION".

       01 ws-asof-line.
           05 filler                           pic x(16)
               value "AS OF DATE:     ".
           05 ws-al-asof-date                  pic 9(6).
           05 filler                           pic x(4).
           05 filler                           pic x(18)
               value "LOOK-BACK DAYS:   ".
           05 ws-al-lookback-days              pic zz9.
           05 filler                           pic x(4).
           05 filler                           pic x(13)
               value "LAPSED DAYS: ".
           05 ws-al-lapsed-days                pic zz9.
           05 filler                           pic x(4).
           05 filler                           pic x(16)
               value "REGULAR VISITS: ".
           05 ws-al-regular-visits             pic zz9.
           05 filler                           pic x(4).
           05 ws-al-policy-source              pic x(30).

       01 ws-con-policy-sources.
           05 ws-con-policy-file               pic x(30)
               value "POLICY: RFM-POLICY.DAT".
           05 ws-con-policy-default            pic x(30)
               value "POLICY: BUILT-IN DEFAULTS".
           05 ws-con-policy-bad                pic x(30)
               value "POLICY FILE BAD - DEFAULTS".

       01 ws-break-line.
           05 ws-bl-label                      pic x(24).
           05 ws-bl-entry                      occurs 4 times.
               10 filler                       pic x(3).
               10 ws-bl-score                  pic 9.
               10 filler                       pic x(2)
                   value ": ".
               10 ws-bl-break                  pic z(4)9.
               10 filler                       pic x(6).

       01 ws-con-break-labels.
           05 ws-con-break-recency             pic x(24)
               value "RECENCY (DAYS, AT MOST)".
           05 ws-con-break-frequency           pic x(24)
               value "FREQUENCY (VISITS, MIN)".
           05 ws-con-break-monetary            pic x(24)
               value "MONETARY ($, AT LEAST)".

       01 ws-legend-line.
           05 filler                           pic x(45)
               value "MARKS:  H = HOUSE ACCOUNT   L = OPEN LAYAWAY".

       01 ws-section-line.
           05 ws-sl-title                      pic x(60).

       01 ws-con-section-titles.
           05 ws-con-title-top                 pic x(60)
               value "TOP CUSTOMERS BY STORE - NET SPEND AT THE STORE".
           05 ws-con-title-lapsed              pic x(60)
               value "LAPSED CUSTOMERS".
           05 ws-con-title-segments            pic x(60)
               value "SEGMENT SUMMARY".

       01 ws-store-line.
           05 filler                           pic x(6)
               value "STORE ".
           05 ws-stl-store-num                 pic 99.
           05 filler                           pic x(2).
           05 ws-stl-store-name                pic x(20).

       01 ws-top-headers.
           05 filler                           pic x(4).
           05 filler                           pic x(6)
               value "RANK  ".
           05 filler                           pic x(8)
               value "CUST.   ".
           05 filler                           pic x(22)
               value "NAME".
           05 filler                           pic x(6)
               value "VISITS".
           05 filler                           pic x(15)
               value "      NET SPEND".
           05 filler                           pic x(12)
               value "   LAST BUY ".
           05 filler                           pic x(5)
               value " DAYS".
           05 filler                           pic x(6)
               value "   RFM".
           05 filler                           pic x(2).
           05 filler                           pic x(12)
               value "SEGMENT".
           05 filler                           pic x(6)
               value " MARKS".

       01 ws-top-line.
           05 filler                           pic x(4).
           05 ws-tpl-rank                      pic z9.
           05 filler                           pic x(4).
           05 ws-tpl-cust-num                  pic 9(6).
           05 filler                           pic x(2).
           05 ws-tpl-cust-name                 pic x(20).
           05 filler                           pic x(2).
           05 ws-tpl-visits                    pic zz,zz9.
           05 filler                           pic x(1).
           05 ws-tpl-spend                     pic $$,$$$,$$9.99-.
           05 filler                           pic x(3).
           05 ws-tpl-last-date                 pic 9(6).
           05 filler                           pic x(3).
           05 ws-tpl-days                      pic zzzz9.
           05 filler                           pic x(3).
           05 ws-tpl-r-score                   pic 9.
           05 ws-tpl-f-score                   pic 9.
           05 ws-tpl-m-score                   pic 9.
           05 filler                           pic x(2).
           05 ws-tpl-segment                   pic x(12).
           05 filler                           pic x(2).
           05 ws-tpl-house-mark                pic x.
           05 filler                           pic x(1).
           05 ws-tpl-layaway-mark              pic x.

       01 ws-none-line.
           05 filler                           pic x(4).
           05 ws-nl-text                       pic x(40).

       01 ws-con-none-texts.
           05 ws-con-none-store                pic x(40)
               value "NO NAMED-CUSTOMER SALES IN THE WINDOW".
           05 ws-con-none-lapsed               pic x(40)
               value "NO LAPSED CUSTOMERS".

       01 ws-lapsed-headers.
           05 filler                           pic x(4).
           05 filler                           pic x(8)
               value "CUST.   ".
           05 filler                           pic x(22)
               value "NAME".
           05 filler                           pic x(6)
               value "HOME  ".
           05 filler                           pic x(9)
               value "LAST BUY ".
           05 filler                           pic x(7)
               value "   DAYS".
           05 filler                           pic x(11)
               value "  LIFE VIS.".
           05 filler                           pic x(16)
               value "     LIFE SPEND".
           05 filler                           pic x(2).
           05 filler                           pic x(6)
               value " MARKS".

       01 ws-lapsed-line.
           05 filler                           pic x(4).
           05 ws-lpl-cust-num                  pic 9(6).
           05 filler                           pic x(2).
           05 ws-lpl-cust-name                 pic x(20).
           05 filler                           pic x(2).
           05 ws-lpl-home-store                pic 99.
           05 filler                           pic x(4).
           05 ws-lpl-last-date                 pic 9(6).
           05 filler                           pic x(5).
           05 ws-lpl-days                      pic zzzz9.
           05 filler                           pic x(5).
           05 ws-lpl-life-visits               pic zz,zz9.
           05 filler                           pic x(1).
           05 ws-lpl-life-spend                pic $$$,$$$,$$9.99-.
           05 filler                           pic x(4).
           05 ws-lpl-house-mark                pic x.
           05 filler                           pic x(1).
           05 ws-lpl-layaway-mark              pic x.

       01 ws-segment-headers.
           05 filler                           pic x(4).
           05 filler                           pic x(14)
               value "SEGMENT".
           05 filler                           pic x(10)
               value " CUSTOMERS".
           05 filler                           pic x(18)
               value "  NET SPEND (WIN.)".

       01 ws-segment-line.
           05 filler                           pic x(4).
           05 ws-sgl-segment                   pic x(12).
           05 filler                           pic x(5).
           05 ws-sgl-cust                      pic zzz,zz9.
           05 filler                           pic x(2).
           05 ws-sgl-spend                     pic $$$$,$$$,$$9.99-.

       01 ws-segment-total-line.
           05 filler                           pic x(4).
           05 filler                           pic x(14)
               value "  TOTAL".
           05 filler                           pic x(3).
           05 ws-sgt-cust                      pic zzz,zz9.

      *The batch-date/run-id header stamped at the front of every
      *report this program writes, read back from Program1's
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

       procedure division.
       000-main.

           accept ws-rh-start-time from time.
           move 0 to return-code.

           perform 100-open-files.
           perform 200-tally-history.
           perform 300-score-customers.
           perform 400-write-top-customers.
           perform 500-write-lapsed-customers.
           perform 600-write-segment-summary.
           perform 990-write-run-history.
           perform 999-close-files.

           goback.

      *Load the reference tables and open the outputs.
       100-open-files.

           perform 105-load-run-id.
           perform 110-load-policy.
           perform 120-load-store-master.
           perform 130-load-customer-master.
           perform 140-load-layaways.

           initialize ws-seg-tot-tbl.

           open output report-file segment-file.

      *Pick up the batch date and run id Program1 stamped for the
      *last daily run - the business date the month closes on. A
      *missing file leaves the header at zeros and the report runs
      *as of the system date.
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

           if (bh-batch-date = 0) then
               accept ws-asof-date from date
           else
               move bh-batch-date to ws-asof-date
           end-if.

           compute ws-asof-work-ymd = 20000000 + ws-asof-date.
           compute ws-asof-int
               = function integer-of-date(ws-asof-work-ymd).

      *Take the policy off the file when there is one. A file that
      *is not all digits, or would list no top customers or look
      *back no days, is ignored whole and the report says so.
       110-load-policy.

           move "D" to ws-policy-source-flag.

           open input rfm-policy-file.

           if (ws-policy-status = "00") then

               read rfm-policy-file
                   at end move spaces to rp-record
               end-read

               if (rp-record is numeric)
                   and (rp-lookback-days > 0)
                   and (rp-top-count > 0) then

                   move "F" to ws-policy-source-flag
                   move rp-lookback-days  to ws-pol-lookback-days
                   move rp-lapsed-days    to ws-pol-lapsed-days
                   move rp-regular-visits to ws-pol-regular-visits
                   move rp-top-count      to ws-pol-top-count

                   perform 115-load-policy-break
                       varying ws-brk-sub from 1 by 1
                       until ws-brk-sub > 4

               else
                   move "B" to ws-policy-source-flag
               end-if

               close rfm-policy-file

           end-if.

           compute ws-window-start-int
               = ws-asof-int - ws-pol-lookback-days + 1.

       115-load-policy-break.

           move rp-recency-break(ws-brk-sub)
               to ws-pol-recency-break(ws-brk-sub).
           move rp-frequency-break(ws-brk-sub)
               to ws-pol-frequency-break(ws-brk-sub).
           move rp-monetary-break(ws-brk-sub)
               to ws-pol-monetary-break(ws-brk-sub).

      *Seed the store table off the store master, so the top
      *customers come out in store-master order.
       120-load-store-master.

           open input store-master-file.

           if (ws-strmst-status = "00") then

               read store-master-file
                   at end move "Y" to ws-store-eof-flag
               end-read

               perform 125-load-store-entry
                   until ws-store-eof-flag = "Y"

               close store-master-file

           end-if.

       125-load-store-entry.

           move sm-in-store-num to ws-str-check-num.
           perform 820-add-store-entry.

           if (ws-str-found-flag = "Y") then
               move sm-in-store-name to ws-str-tbl-name(ws-str-idx)
           end-if.

           read store-master-file
               at end move "Y" to ws-store-eof-flag.

      *Seed the customer table off the customer master. A customer
      *with a credit limit on an account that isn't closed is a
      *house-account customer.
       130-load-customer-master.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-cust-eof-flag
               end-read

               perform 135-load-customer-entry
                   until ws-cust-eof-flag = "Y"

               close customer-master-file

           end-if.

       135-load-customer-entry.

           move cm-in-cust-num to ws-cust-check-num.
           perform 860-add-customer-entry.

           if (ws-cust-found-flag = "Y") then

               move cm-in-cust-name to ws-cust-tbl-name(ws-cust-idx)

               if (cm-in-credit-limit is numeric)
                   and (cm-in-credit-limit > 0)
                   and (cm-in-status not = ws-con-status-closed) then
                   move "H" to ws-cust-house-flag(ws-cust-idx)
               end-if

           end-if.

           read customer-master-file
               at end move "Y" to ws-cust-eof-flag.

      *Mark every customer with a layaway still owing on the
      *subledger.
       140-load-layaways.

           open input layaway-file.

           if (ws-lay-status = "00") then

               read layaway-file
                   at end move "Y" to ws-lay-eof-flag
               end-read

               perform 145-mark-layaway-customer
                   until ws-lay-eof-flag = "Y"

               close layaway-file

           end-if.

       145-mark-layaway-customer.

           if (lay-cust-num is numeric)
               and (lay-cust-num > 0)
               and (lay-balance is numeric)
               and (lay-balance > 0) then

               move lay-cust-num to ws-cust-check-num
               perform 850-locate-customer

               if (ws-cust-found-flag = "Y") then
                   move "L" to ws-cust-layaway-flag(ws-cust-idx)
               end-if

           end-if.

           read layaway-file
               at end move "Y" to ws-lay-eof-flag.

      *Read the history and tally every named customer's sales,
      *layaways and returns up to the report date. Staff purchases
      *carry the employee in the customer number and are left out.
       200-tally-history.

           move "N" to ws-eof-flag.

           open input history-file.

           if (ws-hist-status = "00") then

               read history-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 210-tally-one-record
                   until ws-eof-flag = "Y"

               close history-file

           end-if.

       210-tally-one-record.

           add 1 to ws-cnt-hist-read.

      *A special-order pickup stays K on the history but is the
      *Sale it completes - count it as an S at the order's full
      *price, quantity times unit price, as the sales split does.
           if (th-trans-code = ws-con-trans-code-K) then
               move ws-con-trans-code-S to th-trans-code
               compute th-trans-amt
                   = th-quantity * th-unit-price
           end-if.

           if ((th-trans-code = ws-con-trans-code-S)
               or (th-trans-code = ws-con-trans-code-L)
               or (th-trans-code = ws-con-trans-code-R))
               and (th-reason-code not = ws-con-reason-staff)
               and (th-cust-num is numeric)
               and (th-cust-num > 0)
               and (th-trans-date is numeric)
               and (th-trans-date <= ws-asof-date)
               and (th-trans-amt is numeric) then

               compute ws-trans-work-ymd = 20000000 + th-trans-date
               compute ws-trans-int
                   = function integer-of-date(ws-trans-work-ymd)

               move th-cust-num to ws-cust-check-num
               perform 850-locate-customer

               if (ws-cust-found-flag = "Y") then
                   perform 220-tally-purchase
               end-if

           end-if.

           read history-file
               at end move "Y" to ws-eof-flag.

      *Add the record into the customer's figures and their figures
      *at the store. A return takes its dollars back off but is not
      *a visit. A multi-line invoice reaches the history as one
      *line per item, so a line carrying the same invoice as the
      *customer's line before it is the same visit.
       220-tally-purchase.

           if (th-trans-code = ws-con-trans-code-R) then
               compute ws-trans-net-amt = 0 - th-trans-amt
           else
               move th-trans-amt to ws-trans-net-amt
           end-if.

           move th-store-num to ws-str-check-num.
           perform 830-locate-store.

           set ws-cs-check-cust-sub to ws-cust-idx.
           perform 230-locate-cust-store.

           add ws-trans-net-amt to ws-cust-life-spend(ws-cust-idx).

           if (ws-cs-found-flag = "Y") then
               add ws-trans-net-amt to ws-cs-life-spend(ws-cs-idx)
           end-if.

           if (ws-trans-int >= ws-window-start-int) then

               add ws-trans-net-amt to ws-cust-win-spend(ws-cust-idx)

               if (ws-cs-found-flag = "Y") then
                   add ws-trans-net-amt to ws-cs-win-spend(ws-cs-idx)
               end-if

           end-if.

           if (th-trans-code not = ws-con-trans-code-R)
               and (th-invoice-number
                   not = ws-cust-last-invoice(ws-cust-idx)) then

               move th-invoice-number
                   to ws-cust-last-invoice(ws-cust-idx)
               add 1 to ws-cust-life-visits(ws-cust-idx)

               if (ws-trans-int > ws-cust-last-int(ws-cust-idx)) then
                   move ws-trans-int to ws-cust-last-int(ws-cust-idx)
                   move th-trans-date
                       to ws-cust-last-date(ws-cust-idx)
               end-if

               if (ws-trans-int >= ws-window-start-int) then

                   add 1 to ws-cust-win-visits(ws-cust-idx)

                   if (ws-cs-found-flag = "Y") then
                       add 1 to ws-cs-win-visits(ws-cs-idx)
                   end-if

               end-if

           end-if.

      *Find (or add) the customer's entry for the store in
      *ws-str-check-num, leaving ws-cs-idx pointed at it. The found
      *flag comes back "N" only when the table is full.
       230-locate-cust-store.

           move "N" to ws-cs-found-flag.

           perform 235-compare-cust-store
               varying ws-cs-idx from 1 by 1
               until ws-cs-idx > ws-cs-tbl-cnt
                   or ws-cs-found-flag = "Y".

           if (ws-cs-found-flag = "Y") then

               set ws-cs-idx to ws-cs-match-idx

           else

               if (ws-cs-tbl-cnt < 20000) then

                   add 1 to ws-cs-tbl-cnt
                   set ws-cs-idx to ws-cs-tbl-cnt
                   initialize ws-cs-tbl-entry(ws-cs-idx)
                   move ws-cs-check-cust-sub
                       to ws-cs-cust-sub(ws-cs-idx)
                   move ws-str-check-num
                       to ws-cs-store-num(ws-cs-idx)
                   move "N" to ws-cs-picked-flag(ws-cs-idx)
                   move "Y" to ws-cs-found-flag

               end-if

           end-if.

       235-compare-cust-store.

           if (ws-cs-cust-sub(ws-cs-idx) = ws-cs-check-cust-sub)
               and (ws-cs-store-num(ws-cs-idx) = ws-str-check-num)
               then

               move "Y" to ws-cs-found-flag
               set ws-cs-match-idx to ws-cs-idx

           end-if.

      *Give every customer their home store - where they have spent
      *the most - then score and segment every customer who has
      *ever bought, and write each one to the segment extract.
       300-score-customers.

           perform 305-set-home-store
               varying ws-cs-idx from 1 by 1
               until ws-cs-idx > ws-cs-tbl-cnt.

           perform 310-score-one-customer
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt.

       305-set-home-store.

           set ws-cust-idx to ws-cs-cust-sub(ws-cs-idx).

           if (ws-cust-home-store(ws-cust-idx) = 0)
               or (ws-cs-life-spend(ws-cs-idx)
                   > ws-cust-home-spend(ws-cust-idx)) then

               move ws-cs-store-num(ws-cs-idx)
                   to ws-cust-home-store(ws-cust-idx)
               move ws-cs-life-spend(ws-cs-idx)
                   to ws-cust-home-spend(ws-cust-idx)

           end-if.

      *Recency scores 5 at or under the first breakpoint down to 1
      *past the last; frequency and monetary score 5 at or over the
      *first breakpoint down to 1 under the last. A net spend below
      *zero counts as nothing spent.
       310-score-one-customer.

           if (ws-cust-life-visits(ws-cust-idx) > 0) then

               add 1 to ws-cnt-scored

               compute ws-cust-days-since(ws-cust-idx)
                   = ws-asof-int - ws-cust-last-int(ws-cust-idx)

               if (ws-cust-win-spend(ws-cust-idx) > 0) then
                   move ws-cust-win-spend(ws-cust-idx)
                       to ws-monetary-whole
               else
                   move 0 to ws-monetary-whole
               end-if

               move 1 to ws-cust-r-score(ws-cust-idx)
               move 1 to ws-cust-f-score(ws-cust-idx)
               move 1 to ws-cust-m-score(ws-cust-idx)

               perform 315-score-against-break
                   varying ws-brk-sub from 4 by -1
                   until ws-brk-sub < 1

               perform 320-assign-segment
               perform 330-write-segment-record

           end-if.

      *Working from the lowest breakpoint up, each one the customer
      *reaches lifts the score to that breakpoint's score.
       315-score-against-break.

           if (ws-cust-days-since(ws-cust-idx)
               <= ws-pol-recency-break(ws-brk-sub)) then
               compute ws-cust-r-score(ws-cust-idx) = 6 - ws-brk-sub
           end-if.

           if (ws-cust-win-visits(ws-cust-idx)
               >= ws-pol-frequency-break(ws-brk-sub)) then
               compute ws-cust-f-score(ws-cust-idx) = 6 - ws-brk-sub
           end-if.

           if (ws-monetary-whole
               >= ws-pol-monetary-break(ws-brk-sub)) then
               compute ws-cust-m-score(ws-cust-idx) = 6 - ws-brk-sub
           end-if.

      *A regular buyer gone quiet past the lapsed days is lapsed
      *whatever else they score; otherwise the first segment that
      *fits. A customer with nothing in the look-back window who
      *isn't lapsed is inactive.
       320-assign-segment.

           if (ws-cust-life-visits(ws-cust-idx)
               >= ws-pol-regular-visits)
               and (ws-cust-days-since(ws-cust-idx)
                   >= ws-pol-lapsed-days) then
               move 1 to ws-seg-sub
               add 1 to ws-cnt-lapsed
           else
           if (ws-cust-win-visits(ws-cust-idx) = 0) then
               move 8 to ws-seg-sub
           else
           if (ws-cust-r-score(ws-cust-idx) >= 4)
               and (ws-cust-f-score(ws-cust-idx) >= 4)
               and (ws-cust-m-score(ws-cust-idx) >= 4) then
               move 2 to ws-seg-sub
           else
           if (ws-cust-r-score(ws-cust-idx) >= 3)
               and (ws-cust-f-score(ws-cust-idx) >= 4) then
               move 3 to ws-seg-sub
           else
           if (ws-cust-r-score(ws-cust-idx) >= 3)
               and (ws-cust-m-score(ws-cust-idx) >= 4) then
               move 4 to ws-seg-sub
           else
           if (ws-cust-r-score(ws-cust-idx) >= 4)
               and (ws-cust-life-visits(ws-cust-idx) = 1) then
               move 5 to ws-seg-sub
           else
           if (ws-cust-r-score(ws-cust-idx) <= 2)
               and (ws-cust-f-score(ws-cust-idx) >= 3) then
               move 6 to ws-seg-sub
           else
               move 7 to ws-seg-sub
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           move ws-seg-sub to ws-cust-seg-sub(ws-cust-idx).

           add 1 to ws-seg-tot-cust(ws-seg-sub).
           add ws-cust-win-spend(ws-cust-idx)
               to ws-seg-tot-spend(ws-seg-sub).

       330-write-segment-record.

           move ws-cust-tbl-num(ws-cust-idx)  to sg-cust-num.
           move ws-cust-tbl-name(ws-cust-idx) to sg-cust-name.
           move bh-batch-date                 to sg-batch-date.
           move ws-cust-home-store(ws-cust-idx) to sg-home-store.
           move ws-cust-last-date(ws-cust-idx)
               to sg-last-purchase-date.
           move ws-cust-days-since(ws-cust-idx) to sg-days-since.
           move ws-cust-win-visits(ws-cust-idx) to sg-visits.

           if (ws-cust-win-spend(ws-cust-idx) > 0) then
               move ws-cust-win-spend(ws-cust-idx) to sg-net-spend
           else
               move 0 to sg-net-spend
           end-if.

           move ws-cust-r-score(ws-cust-idx) to sg-recency-score.
           move ws-cust-f-score(ws-cust-idx) to sg-frequency-score.
           move ws-cust-m-score(ws-cust-idx) to sg-monetary-score.
           move ws-segment-name(ws-seg-sub)  to sg-segment.

           if (ws-cust-house-flag(ws-cust-idx) = "H") then
               move "Y" to sg-house-acct-flag
           else
               move "N" to sg-house-acct-flag
           end-if.

           if (ws-cust-layaway-flag(ws-cust-idx) = "L") then
               move "Y" to sg-layaway-flag
           else
               move "N" to sg-layaway-flag
           end-if.

           move ws-cust-life-visits(ws-cust-idx) to sg-lifetime-visits.

           if (ws-cust-life-spend(ws-cust-idx) > 0) then
               move ws-cust-life-spend(ws-cust-idx)
                   to sg-lifetime-spend
           else
               move 0 to sg-lifetime-spend
           end-if.

           write sg-record.
           add 1 to ws-cnt-extract-written.

      *The report header and policy, then a section per store
      *ranking its customers by what they spent there in the
      *window.
       400-write-top-customers.

           write report-line from ws-batch-header-line.
           write report-line from ws-report-header.
           write report-line from spaces.

           move ws-asof-date          to ws-al-asof-date.
           move ws-pol-lookback-days  to ws-al-lookback-days.
           move ws-pol-lapsed-days    to ws-al-lapsed-days.
           move ws-pol-regular-visits to ws-al-regular-visits.

           if (ws-policy-source-flag = "F") then
               move ws-con-policy-file to ws-al-policy-source
           else
           if (ws-policy-source-flag = "B") then
               move ws-con-policy-bad to ws-al-policy-source
           else
               move ws-con-policy-default to ws-al-policy-source
           end-if
           end-if.

           write report-line from ws-asof-line.

           move ws-con-break-recency to ws-bl-label.
           perform 405-set-recency-break
               varying ws-brk-sub from 1 by 1
               until ws-brk-sub > 4.
           write report-line from ws-break-line.

           move ws-con-break-frequency to ws-bl-label.
           perform 406-set-frequency-break
               varying ws-brk-sub from 1 by 1
               until ws-brk-sub > 4.
           write report-line from ws-break-line.

           move ws-con-break-monetary to ws-bl-label.
           perform 407-set-monetary-break
               varying ws-brk-sub from 1 by 1
               until ws-brk-sub > 4.
           write report-line from ws-break-line.

           write report-line from ws-legend-line.

           write report-line from spaces.
           move ws-con-title-top to ws-sl-title.
           write report-line from ws-section-line.

           perform 410-write-one-store
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt.

       405-set-recency-break.

           compute ws-bl-score(ws-brk-sub) = 6 - ws-brk-sub.
           move ws-pol-recency-break(ws-brk-sub)
               to ws-bl-break(ws-brk-sub).

       406-set-frequency-break.

           compute ws-bl-score(ws-brk-sub) = 6 - ws-brk-sub.
           move ws-pol-frequency-break(ws-brk-sub)
               to ws-bl-break(ws-brk-sub).

       407-set-monetary-break.

           compute ws-bl-score(ws-brk-sub) = 6 - ws-brk-sub.
           move ws-pol-monetary-break(ws-brk-sub)
               to ws-bl-break(ws-brk-sub).

       410-write-one-store.

           write report-line from spaces.

           move ws-str-tbl-num(ws-str-idx)  to ws-stl-store-num.
           move ws-str-tbl-name(ws-str-idx) to ws-stl-store-name.
           write report-line from ws-store-line.

           move 0   to ws-top-rank.
           move "N" to ws-top-done-flag.

           perform 420-pick-next-top
               until ws-top-done-flag = "Y"
                   or ws-top-rank >= ws-pol-top-count.

           if (ws-top-rank = 0) then
               move ws-con-none-store to ws-nl-text
               write report-line from ws-none-line
           end-if.

      *Pick the store's customer with the highest window spend not
      *yet listed - the first one on the table wins a tie. Only a
      *customer who spent something there in the window qualifies.
       420-pick-next-top.

           move 0 to ws-top-best-idx.

           perform 425-compare-top-candidate
               varying ws-cs-idx from 1 by 1
               until ws-cs-idx > ws-cs-tbl-cnt.

           if (ws-top-best-idx = 0) then
               move "Y" to ws-top-done-flag
           else

               add 1 to ws-top-rank
               set ws-cs-idx to ws-top-best-idx
               move "Y" to ws-cs-picked-flag(ws-cs-idx)

               if (ws-top-rank = 1) then
                   write report-line from ws-top-headers
               end-if

               perform 430-write-top-line

           end-if.

       425-compare-top-candidate.

           if (ws-cs-store-num(ws-cs-idx) = ws-str-tbl-num(ws-str-idx))
               and (ws-cs-picked-flag(ws-cs-idx) not = "Y")
               and (ws-cs-win-spend(ws-cs-idx) > 0) then

               if (ws-top-best-idx = 0) then
                   set ws-top-best-idx to ws-cs-idx
               else
               if (ws-cs-win-spend(ws-cs-idx)
                   > ws-cs-win-spend(ws-top-best-idx)) then
                   set ws-top-best-idx to ws-cs-idx
               end-if
               end-if

           end-if.

       430-write-top-line.

           set ws-cust-idx to ws-cs-cust-sub(ws-cs-idx).

           move ws-top-rank                     to ws-tpl-rank.
           move ws-cust-tbl-num(ws-cust-idx)    to ws-tpl-cust-num.
           move ws-cust-tbl-name(ws-cust-idx)   to ws-tpl-cust-name.
           move ws-cs-win-visits(ws-cs-idx)     to ws-tpl-visits.
           move ws-cs-win-spend(ws-cs-idx)      to ws-tpl-spend.
           move ws-cust-last-date(ws-cust-idx)  to ws-tpl-last-date.
           move ws-cust-days-since(ws-cust-idx) to ws-tpl-days.
           move ws-cust-r-score(ws-cust-idx)    to ws-tpl-r-score.
           move ws-cust-f-score(ws-cust-idx)    to ws-tpl-f-score.
           move ws-cust-m-score(ws-cust-idx)    to ws-tpl-m-score.
           move ws-segment-name(ws-cust-seg-sub(ws-cust-idx))
               to ws-tpl-segment.
           move ws-cust-house-flag(ws-cust-idx)
               to ws-tpl-house-mark.
           move ws-cust-layaway-flag(ws-cust-idx)
               to ws-tpl-layaway-mark.

           write report-line from ws-top-line.

      *Every lapsed customer, by customer number.
       500-write-lapsed-customers.

           write report-line from spaces.
           move ws-con-title-lapsed to ws-sl-title.
           write report-line from ws-section-line.
           write report-line from spaces.

           if (ws-cnt-lapsed = 0) then

               move ws-con-none-lapsed to ws-nl-text
               write report-line from ws-none-line

           else

               write report-line from ws-lapsed-headers

               perform 510-write-one-lapsed
                   varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-tbl-cnt

           end-if.

       510-write-one-lapsed.

           if (ws-cust-life-visits(ws-cust-idx) > 0)
               and (ws-cust-seg-sub(ws-cust-idx) = 1) then

               move ws-cust-tbl-num(ws-cust-idx)  to ws-lpl-cust-num
               move ws-cust-tbl-name(ws-cust-idx) to ws-lpl-cust-name
               move ws-cust-home-store(ws-cust-idx)
                   to ws-lpl-home-store
               move ws-cust-last-date(ws-cust-idx)
                   to ws-lpl-last-date
               move ws-cust-days-since(ws-cust-idx) to ws-lpl-days
               move ws-cust-life-visits(ws-cust-idx)
                   to ws-lpl-life-visits
               move ws-cust-life-spend(ws-cust-idx)
                   to ws-lpl-life-spend
               move ws-cust-house-flag(ws-cust-idx)
                   to ws-lpl-house-mark
               move ws-cust-layaway-flag(ws-cust-idx)
                   to ws-lpl-layaway-mark

               write report-line from ws-lapsed-line

           end-if.

      *How many customers fell into each segment and what they
      *spent in the window.
       600-write-segment-summary.

           write report-line from spaces.
           move ws-con-title-segments to ws-sl-title.
           write report-line from ws-section-line.
           write report-line from spaces.
           write report-line from ws-segment-headers.

           perform 610-write-one-segment
               varying ws-seg-sub from 1 by 1
               until ws-seg-sub > 8.

           move ws-cnt-scored to ws-sgt-cust.
           write report-line from ws-segment-total-line.

       610-write-one-segment.

           move ws-segment-name(ws-seg-sub)  to ws-sgl-segment.
           move ws-seg-tot-cust(ws-seg-sub)  to ws-sgl-cust.
           move ws-seg-tot-spend(ws-seg-sub) to ws-sgl-spend.

           write report-line from ws-segment-line.

      *Open a store entry for ws-str-check-num. The found flag comes
      *back "N" only when the table is full.
       820-add-store-entry.

           move "N" to ws-str-found-flag.

           if (ws-str-tbl-cnt < 100) then

               add 1 to ws-str-tbl-cnt
               set ws-str-idx to ws-str-tbl-cnt
               move ws-str-check-num to ws-str-tbl-num(ws-str-idx)
               move ws-con-store-not-on-master
                   to ws-str-tbl-name(ws-str-idx)
               move "Y" to ws-str-found-flag

           end-if.

      *Make sure ws-str-check-num is on the store table, adding it
      *if it isn't.
       830-locate-store.

           move "N" to ws-str-found-flag.

           perform 835-compare-store-entry
               varying ws-str-idx from 1 by 1
               until ws-str-idx > ws-str-tbl-cnt
                   or ws-str-found-flag = "Y".

           if (ws-str-found-flag not = "Y") then
               perform 820-add-store-entry
           end-if.

       835-compare-store-entry.

           if (ws-str-check-num = ws-str-tbl-num(ws-str-idx)) then

               move "Y" to ws-str-found-flag
               set ws-str-match-idx to ws-str-idx

           end-if.

      *Find (or add) the customer entry for ws-cust-check-num,
      *leaving ws-cust-idx pointed at it.
       850-locate-customer.

           move "N" to ws-cust-found-flag.

           perform 855-compare-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

           if (ws-cust-found-flag = "Y") then
               set ws-cust-idx to ws-cust-match-idx
           else
               perform 860-add-customer-entry
           end-if.

       855-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag
               set ws-cust-match-idx to ws-cust-idx

           end-if.

      *Open a customer entry for ws-cust-check-num with every figure
      *at zero. The found flag comes back "N" only when the table
      *is full.
       860-add-customer-entry.

           move "N" to ws-cust-found-flag.

           if (ws-cust-tbl-cnt < 9999) then

               add 1 to ws-cust-tbl-cnt
               set ws-cust-idx to ws-cust-tbl-cnt
               initialize ws-cust-tbl-entry(ws-cust-idx)
               move ws-cust-check-num to ws-cust-tbl-num(ws-cust-idx)
               move ws-con-not-on-master
                   to ws-cust-tbl-name(ws-cust-idx)
               move space to ws-cust-house-flag(ws-cust-idx)
               move space to ws-cust-layaway-flag(ws-cust-idx)
               move "Y" to ws-cust-found-flag

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.

           move "PROGRAM58 " to rh-program-id.
           move bh-batch-date to rh-batch-date.
           move bh-run-id     to rh-run-id.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-hist-read to rh-records-read.
           move ws-cnt-extract-written to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.

           if (ws-runhist-status not = "00") then
               open output run-history-file
           end-if.

           write rh-record.
           close run-history-file.

      *Close the used files.
       999-close-files.

           close report-file segment-file.

       end program Program58.
