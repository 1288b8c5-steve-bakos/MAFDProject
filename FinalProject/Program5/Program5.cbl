      *         debit/credit journal-entry file the general ledger
      *         system can import directly, instead of someone
      *         retyping those totals by hand every month-end.
      *         One balanced batch is written per company the
      *         stores roll up to, in that company's own chart of
      *         accounts, with intercompany entries wherever one
      *         company's store settled another company's sale or
      *         gift card.

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

      *Sales & Layaway totals extract, written by Program3.
           select sl-totals-file
               assign to "../../../../Program3/data/sl-gl-totals.dat"
               organization is line sequential
               file status is ws-ar-totals-status.

      *Loyalty points liability extract, written by Program2 - the
      *value of points earned, taken back, redeemed and given back
      *today, plus the value of every point still outstanding.
           select loy-totals-file
               assign to
                   "../../../../Program2/data/loyalty-gl-totals.dat"
               organization is line sequential
               file status is ws-loy-totals-status.

      *Special-order deposit extract, written by Program2 - the
      *customer deposits taken on special orders today and applied
      *to pickups today, plus every deposit still held.
           select so-totals-file
               assign to
                   "../../../../Program2/data/spec-order-gl-totals.dat"
               organization is line sequential
               file status is ws-so-totals-status.

      *Refund disbursement extract, written by Program23 - the
      *layaway overpayments actually paid back this run.
           select refund-totals-file
               organization is line sequential
               file status is ws-fft-totals-status.

      *House-account finance charge extract, written by Program47 -
      *the monthly late charges posted to past-due accounts since
      *the last posting.
           select finchg-totals-file
               assign to
                   "../../../../Program47/data/finance-gl-totals.dat"
               organization is line sequential
               file status is ws-fct-totals-status.

      *Card chargeback extract, written by Program49 - the disputes
      *decided against us today, plus the amount still in dispute
      *with the card processor.
           select cbk-totals-file
               assign to
                   "../../../../Program49/data/chargeback-gl-totals.dat"
               organization is line sequential
               file status is ws-cbk-totals-status.

      *Paid-out extract, written by Program2 - today's petty-cash
      *paid-outs by expense category, each with the GL expense
      *account it is charged to.
           select po-totals-file
               assign to
                   "../../../../Program2/data/paid-out-gl-totals.dat"
               organization is line sequential
               file status is ws-po-totals-status.

      *Store totals extracts - the same figures broken out by
      *store (and, for returns, by the store that made the sale;
      *for gift cards, by the store that issued the card), so each
      *store's activity posts to the company that owns it.
           select sl-store-file
               assign to
                   "../../../../Program3/data/sl-gl-store-totals.dat"
               organization is line sequential
               file status is ws-sl-store-status.

           select ret-store-file
               assign to
               "../../../../Program4/data/returns-gl-store-totals.dat"
               organization is line sequential
               file status is ws-ret-store-status.

           select gl-store-file
               assign to
                   "../../../../Program2/data/gl-store-totals.dat"
               organization is line sequential
               file status is ws-gl-store-status.

      *Store/company file - which company owns each store. Store 00
      *names the parent company, which books everything not broken
      *out by store. With no file on hand the whole chain is one
      *company.
           select store-company-file
               assign to
               "../../../../Program1/data/store-company.dat"
               organization is line sequential
               file status is ws-stco-status.

      *GL account map - each company's own GL account number and
      *description for the internal account numbers this program
      *posts to. An account a company hasn't mapped goes out under
      *the internal number.
           select account-map-file
               assign to
               "../../../../Program1/data/gl-account-map.dat"
               organization is line sequential
               file status is ws-acctmap-status.

      *Output file declaration
           select journal-file
               assign to "../../../data/journal-entries.out"
       data division.
       file section.

      *Define the restart skip list line.
       fd restart-skip-file
           data record is rs-record
           record contains 10 characters.

       01 rs-record.
           05 rs-program-id                    pic x(10).

      *Define the S&L totals input record
       fd sl-totals-file
           data record is sl-totals-in
           05 ar-payments-today-in                 pic 9(8)v99.
           05 ar-balance-total-in                  pic s9(9)v99.

      *Define the loyalty points totals input record
       fd loy-totals-file
           data record is loy-totals-in
           record contains 51 characters.

       01 loy-totals-in.
           05 lyt-earned-today-in                  pic 9(8)v99.
           05 lyt-reversed-today-in                pic 9(8)v99.
           05 lyt-redeemed-today-in                pic 9(8)v99.
           05 lyt-restored-today-in                pic 9(8)v99.
           05 lyt-outstanding-in                   pic 9(9)v99.

      *Define the special-order deposit totals input record
       fd so-totals-file
           data record is so-totals-in
           record contains 31 characters.

       01 so-totals-in.
           05 sot-taken-today-in                   pic 9(8)v99.
           05 sot-applied-today-in                 pic 9(8)v99.
           05 sot-outstanding-in                   pic 9(9)v99.

      *Define the refund disbursement totals input record
       fd refund-totals-file
           data record is refund-totals-in
       01 forfeit-totals-in.
           05 fft-forfeit-amt-in                   pic 9(8)v99.

      *Define the finance charge totals input record
       fd finchg-totals-file
           data record is finchg-totals-in
           record contains 10 characters.

       01 finchg-totals-in.
           05 fct-finchg-amt-in                    pic 9(8)v99.

      *Define the chargeback totals input record
       fd cbk-totals-file
           data record is cbk-totals-in
           record contains 21 characters.

       01 cbk-totals-in.
           05 cbt-lost-today-in                    pic 9(8)v99.
           05 cbt-open-amt-in                      pic 9(9)v99.

      *Define the paid-out totals input record - one per expense
      *category paid out of today.
       fd po-totals-file
           data record is po-totals-in
           record contains 36 characters.

       01 po-totals-in.
           05 pot-category-in                      pic xx.
           05 pot-gl-acct-in                       pic 9(4).
           05 pot-desc-in                          pic x(20).
           05 pot-amount-in                        pic 9(8)v99.

      *Define the sales/layaway store totals input record
       fd sl-store-file
           data record is sl-store-in
           record contains 52 characters.

       01 sl-store-in.
           05 sls-store-num-in                     pic 99.
           05 sls-sales-amt-in                     pic 9(8)v99.
           05 sls-layaway-amt-in                   pic 9(8)v99.
           05 sls-tax-amt-in                       pic 9(8)v99.
           05 sls-fed-tax-amt-in                   pic 9(8)v99.
           05 sls-prov-tax-amt-in                  pic 9(8)v99.

      *Define the returns store totals input record - the store
      *that took the return and the store that made the sale.
       fd ret-store-file
           data record is ret-store-in
           record contains 44 characters.

       01 ret-store-in.
           05 rts-store-num-in                     pic 99.
           05 rts-sale-store-num-in                pic 99.
           05 rts-returns-amt-in                   pic 9(8)v99.
           05 rts-tax-amt-in                       pic 9(8)v99.
           05 rts-fed-tax-amt-in                   pic 9(8)v99.
           05 rts-prov-tax-amt-in                  pic 9(8)v99.

      *Define the gift-card/adjustment/paid-out store totals input
      *record - the kind of movement, the store it happened at,
      *the store that issued the gift card, and for a paid-out its
      *expense account and category.
       fd gl-store-file
           data record is gl-store-in
           record contains 22 characters.

       01 gl-store-in.
           05 gls-type-in                          pic x.
           05 gls-store-num-in                     pic 99.
           05 gls-owner-store-num-in               pic 99.
           05 gls-gl-acct-in                       pic 9(4).
           05 gls-category-in                      pic xx.
           05 gls-amount-in                        pic 9(9)v99.

      *Define the store/company record.
       fd store-company-file
           data record is sc-record-in
           record contains 25 characters.

       01 sc-record-in.
           05 sc-store-num-in                      pic 99.
           05 sc-company-code-in                   pic x(3).
           05 sc-company-name-in                   pic x(20).

      *Define the GL account map record.
       fd account-map-file
           data record is am-record-in
           record contains 43 characters.

       01 am-record-in.
           05 am-company-code-in                   pic x(3).
           05 am-internal-acct-in                  pic x(4).
           05 am-gl-acct-in                        pic x(6).
           05 am-gl-desc-in                        pic x(30).

      *Define the journal-entry output record - wide enough for the
      *credit column, which sits to the right of an empty debit
      *column on credit lines.

       working-storage section.

       77 ws-rskip-status                      pic xx
           value "00".
       77 ws-rskip-eof-flag                    pic x
           value "N".
       77 ws-restart-skip-flag                 pic x
           value "N".

       01 ws-con-restart-skip-msg              pic x(52)
           value "PROGRAM5 - already complete, skipped on restart".

       77 ws-lock-status                       pic xx
           value "00".
       77 ws-lockovr-status                    pic xx
           value "00".
       77 ws-ar-totals-status                      pic xx
           value "00".
       77 ws-loy-totals-status                     pic xx
           value "00".
       77 ws-so-totals-status                      pic xx
           value "00".
       77 ws-rft-totals-status                     pic xx
           value "00".
       77 ws-cbk-totals-status                     pic xx
           value "00".
       77 ws-po-totals-status                      pic xx
           value "00".
       77 ws-po-eof-flag                           pic x
           value "N".
       77 ws-fft-totals-status                     pic xx
           value "00".
       77 ws-fct-totals-status                     pic xx
           value "00".
       77 ws-runid-status                          pic xx
           value "00".

           05 ws-ar-balance-amt                    pic s9(9)v99
               value 0.

       01 ws-loy-totals.
           05 ws-loy-earned-amt                    pic 9(8)v99
               value 0.
           05 ws-loy-reversed-amt                  pic 9(8)v99
               value 0.
           05 ws-loy-redeemed-amt                  pic 9(8)v99
               value 0.
           05 ws-loy-restored-amt                  pic 9(8)v99
               value 0.
           05 ws-loy-outstanding-amt               pic 9(9)v99
               value 0.

       01 ws-so-totals.
           05 ws-so-taken-amt                      pic 9(8)v99
               value 0.
           05 ws-so-applied-amt                    pic 9(8)v99
               value 0.
           05 ws-so-outstanding-amt                pic 9(9)v99
               value 0.

       01 ws-cbk-totals.
           05 ws-cbk-lost-amt                      pic 9(8)v99
               value 0.
           05 ws-cbk-open-amt                      pic 9(9)v99
               value 0.

      *Today's paid-outs by expense category, as Program2 totalled
      *them, and their sum for the one credit that offsets them.
       01 ws-po-tbl-cnt                            pic 9(3)
           value 0.

       01 ws-po-tbl.
           05 ws-po-tbl-entry                      occurs 1 to 200 times
                   depending on ws-po-tbl-cnt
                   indexed by ws-po-idx.
               10 ws-po-tbl-category               pic xx.
               10 ws-po-tbl-acct                   pic 9(4).
               10 ws-po-tbl-desc                   pic x(20).
               10 ws-po-tbl-amt                    pic 9(8)v99.

       01 ws-po-total-amt                          pic 9(9)v99
           value 0.
       77 ws-po-read-count                         pic 9(6)
           value 0.

      *The same paid-outs by company and category, off the store
      *totals extract - or, without one, all with the parent.
       01 ws-cpo-tbl-cnt                           pic 9(4)
           value 0.

       01 ws-cpo-tbl.
           05 ws-cpo-tbl-entry                 occurs 1 to 2000 times
                   depending on ws-cpo-tbl-cnt
                   indexed by ws-cpo-idx.
               10 ws-cpo-tbl-co                    pic 99.
               10 ws-cpo-tbl-category              pic xx.
               10 ws-cpo-tbl-acct                  pic 9(4).
               10 ws-cpo-tbl-desc                  pic x(20).
               10 ws-cpo-tbl-amt                   pic 9(8)v99.

       77 ws-cpo-found-flag                        pic x
           value "N".
       77 ws-cpo-match-idx                         pic 9(4)
           value 0.

      *The companies the stores roll up to, in store/company file
      *order, each with its share of the day's figures and what it
      *owes each of the others for settlements their stores made
      *on its behalf - ws-co-owes(a, b) is what company a owes
      *company b.
       01 ws-co-tbl-cnt                            pic 99
           value 0.

       01 ws-co-tbl.
           05 ws-co-tbl-entry                  occurs 1 to 20 times
                   depending on ws-co-tbl-cnt
                   indexed by ws-co-idx.
               10 ws-co-code                       pic x(3).
               10 ws-co-name                       pic x(20).
               10 ws-co-sales-amt                  pic 9(8)v99.
               10 ws-co-layaway-amt                pic 9(8)v99.
               10 ws-co-tax-amt                    pic 9(8)v99.
               10 ws-co-fed-tax-amt                pic 9(8)v99.
               10 ws-co-prov-tax-amt               pic 9(8)v99.
               10 ws-co-ret-amt                    pic 9(8)v99.
               10 ws-co-ret-tax-amt                pic 9(8)v99.
               10 ws-co-ret-fed-tax-amt            pic 9(8)v99.
               10 ws-co-ret-prov-tax-amt           pic 9(8)v99.
               10 ws-co-gc-issued-amt              pic 9(8)v99.
               10 ws-co-gc-redeemed-amt            pic 9(8)v99.
               10 ws-co-gc-outstanding-amt         pic 9(9)v99.
               10 ws-co-gc-breakage-amt            pic 9(8)v99.
               10 ws-co-adj-debit-amt              pic 9(8)v99.
               10 ws-co-adj-credit-amt             pic 9(8)v99.
               10 ws-co-po-total-amt               pic 9(9)v99.
               10 ws-co-batch-seq                  pic 9(6).
               10 ws-co-line-count                 pic 9(6).
               10 ws-co-owes                       pic 9(8)v99
                       occurs 20 times.

      *Which company owns each store.
       01 ws-stco-tbl-cnt                          pic 9(3)
           value 0.

       01 ws-stco-tbl.
           05 ws-stco-tbl-entry                occurs 1 to 100 times
                   depending on ws-stco-tbl-cnt
                   indexed by ws-stco-idx.
               10 ws-stco-tbl-store                pic 99.
               10 ws-stco-tbl-co                   pic 99.

      *The parent company, the company being written, and the
      *company a store or company code was just looked up to.
       77 ws-parent-co                             pic 99
           value 0.
       77 ws-cur-co                                pic 99
           value 0.
       77 ws-ic-co                                 pic 99
           value 0.
       77 ws-fnd-co                                pic 99
           value 0.
       77 ws-fnd-flag                              pic x
           value "N".
       77 ws-check-store                           pic 99
           value 0.
       77 ws-check-co-code                         pic x(3)
           value spaces.
       77 ws-xs-store-co                           pic 99
           value 0.
       77 ws-xs-owner-co                           pic 99
           value 0.

       01 ws-con-default-co-code                   pic x(3)
           value "001".
       01 ws-con-default-co-name                   pic x(20)
           value "CONSOLIDATED".

      *Each company's GL account numbers and descriptions, keyed by
      *company code and internal account.
       01 ws-map-tbl-cnt                           pic 9(3)
           value 0.

       01 ws-map-tbl.
           05 ws-map-tbl-entry                 occurs 1 to 500 times
                   depending on ws-map-tbl-cnt
                   indexed by ws-map-idx.
               10 ws-map-tbl-co-code               pic x(3).
               10 ws-map-tbl-internal-acct         pic x(4).
               10 ws-map-tbl-gl-acct               pic x(6).
               10 ws-map-tbl-gl-desc               pic x(30).

       01 ws-map-check-acct                        pic x(4)
           value spaces.
       77 ws-map-found-flag                        pic x
           value "N".
       77 ws-map-match-idx                         pic 9(3)
           value 0.

      *Set while an intercompany line is written, so the account
      *map renumbers the account but leaves the counterparty named
      *in the description.
       77 ws-map-keep-desc-flag                    pic x
           value "N".

       77 ws-sl-store-status                       pic xx
           value "00".
       77 ws-ret-store-status                      pic xx
           value "00".
       77 ws-gl-store-status                       pic xx
           value "00".
       77 ws-stco-status                           pic xx
           value "00".
       77 ws-acctmap-status                        pic xx
           value "00".
       77 ws-ref-eof-flag                          pic x
           value "N".

      *Store totals extract work areas. Each extract is read twice:
      *first to check its controls and add up what it holds
      *(ws-xs-post-flag "N"), then, only when those sums tie back
      *to the chain-wide extract, again to post each record to its
      *company ("Y").
       77 ws-xs-post-flag                          pic x
           value "N".
       77 ws-xs-ok-flag                            pic x
           value "N".
       77 ws-xs-eof-flag                           pic x
           value "N".
       77 ws-xs-read-count                         pic 9(6)
           value 0.
       77 ws-xs-slot                               pic 9
           value 0.

      *One paid-out category line on its way into a company's
      *paid-out table.
       77 ws-xs-category                           pic xx
           value spaces.
       77 ws-xs-acct                               pic 9(4)
           value 0.
       77 ws-xs-amt                                pic 9(9)v99
           value 0.

       01 ws-xs-sums.
           05 ws-xs-sum                            pic 9(9)v99
                   occurs 7 times.

      *Console alert fired when a store totals extract's store
      *records don't add back up to the chain-wide extract - its
      *figures then all post to the parent company.
       01 ws-con-extract-tie-msg.
           05 filler                               pic x(40)
               value "*** STORE EXTRACT DOES NOT TIE - file: ".
           05 ws-xt-file-name                      pic x(26).

       77 ws-ic-net-amt                            pic s9(8)v99
           value 0.
       77 ws-cnt-total-journal-lines               pic 9(6)
           value 0.

       01 ws-refund-totals.
           05 ws-rft-paid-amt                      pic 9(8)v99
               value 0.
           05 ws-fft-forfeit-amt                   pic 9(8)v99
               value 0.

       01 ws-finchg-totals.
           05 ws-fct-finchg-amt                    pic 9(8)v99
               value 0.

       01 ws-je-calc.
           05 ws-je-sales-side-total                pic 9(8)v99
               value 0.
           05 ws-je-total-credits                   pic 9(8)v99
               value 0.

      *The company a batch belongs to, under its batch stamp.
       01 ws-journal-company-line.
           05 filler                               pic x(9)
               value "COMPANY: ".
           05 ws-jc-company-code-out               pic x(3).
           05 filler                               pic x(2)
               value spaces.
           05 ws-jc-company-name-out               pic x(20).

       01 ws-journal-header.
           05 filler                               pic x(25)
               value spaces.
               value spaces.
           05 ws-je-forfeit-cr-amt                 pic $$$,$$$,$$9.99.

       01 ws-je-finchg-dr-line.
           05 filler                               pic x(5)
               value "1210 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "AR - HOUSE ACCOUNTS".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-finchg-dr-amt                  pic $$$,$$$,$$9.99.

       01 ws-je-finchg-cr-line.
           05 filler                               pic x(5)
               value "4970 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "FINANCE CHARGE INCOME".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-finchg-cr-amt                  pic $$$,$$$,$$9.99.

       01 ws-je-loy-earn-dr-line.
           05 filler                               pic x(5)
               value "6400 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "LOYALTY PROGRAM EXPENSE".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-loy-earn-dr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-loy-earn-cr-line.
           05 filler                               pic x(5)
               value "2350 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "LOYALTY POINTS LIABILITY".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-loy-earn-cr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-loy-rvrs-dr-line.
           05 filler                               pic x(5)
               value "2350 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "LOYALTY POINTS LIABILITY".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-loy-rvrs-dr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-loy-rvrs-cr-line.
           05 filler                               pic x(5)
               value "6400 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "LOYALTY PROGRAM EXPENSE".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-loy-rvrs-cr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-loy-redeem-dr-line.
           05 filler                               pic x(5)
               value "2350 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "LOYALTY POINTS LIABILITY".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-loy-redeem-dr-amt              pic $$$,$$$,$$9.99.

       01 ws-je-loy-redeem-cr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-loy-redeem-cr-amt              pic $$$,$$$,$$9.99.

       01 ws-je-loy-restore-dr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-loy-restore-dr-amt             pic $$$,$$$,$$9.99.

       01 ws-je-loy-restore-cr-line.
           05 filler                               pic x(5)
               value "2350 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "LOYALTY POINTS LIABILITY".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-loy-restore-cr-amt             pic $$$,$$$,$$9.99.

       01 ws-je-loy-outstanding-line.
           05 filler                               pic x(38)
               value "OUTSTANDING LOYALTY POINTS LIABILITY:".
           05 ws-je-loy-outstanding-out             pic $$$,$$$,$$9.99.

       01 ws-je-so-taken-dr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-so-taken-dr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-so-taken-cr-line.
           05 filler                               pic x(5)
               value "2360 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "SPECIAL ORDER DEPOSITS".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-so-taken-cr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-so-applied-dr-line.
           05 filler                               pic x(5)
               value "2360 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "SPECIAL ORDER DEPOSITS".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-so-applied-dr-amt              pic $$$,$$$,$$9.99.

       01 ws-je-so-applied-cr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-so-applied-cr-amt              pic $$$,$$$,$$9.99.

       01 ws-je-so-outstanding-line.
           05 filler                               pic x(38)
               value "SPECIAL ORDER DEPOSITS HELD:".
           05 ws-je-so-outstanding-out              pic $$$,$$$,$$9.99.

       01 ws-je-cbk-loss-dr-line.
           05 filler                               pic x(5)
               value "6500 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "CHARGEBACK LOSSES".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-cbk-loss-dr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-cbk-loss-cr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-cbk-loss-cr-amt                pic $$$,$$$,$$9.99.

       01 ws-je-po-dr-line.
           05 ws-je-po-acct                        pic 9(4).
           05 filler                               pic x(4)
               value spaces.
           05 filler                               pic x(10)
               value "PAID-OUT: ".
           05 ws-je-po-desc                        pic x(20).
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-po-dr-amt                      pic $$$,$$$,$$9.99.

       01 ws-je-po-cr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-po-cr-amt                      pic $$$,$$$,$$9.99.

      *Intercompany settlement lines - the affiliate's company code
      *rides at the end of the description.
       01 ws-je-ic-ar-dr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-ic-ar-dr-amt                   pic $$$,$$$,$$9.99.

       01 ws-je-ic-due-to-cr-line.
           05 filler                               pic x(5)
               value "2500 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(19)
               value "DUE TO AFFILIATE - ".
           05 ws-je-ic-due-to-co                   pic x(3).
           05 filler                               pic x(8)
               value spaces.
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-ic-due-to-cr-amt               pic $$$,$$$,$$9.99.

       01 ws-je-ic-due-from-dr-line.
           05 filler                               pic x(5)
               value "1500 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(21)
               value "DUE FROM AFFILIATE - ".
           05 ws-je-ic-due-from-co                 pic x(3).
           05 filler                               pic x(6)
               value spaces.
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-ic-due-from-dr-amt             pic $$$,$$$,$$9.99.

       01 ws-je-ic-ar-cr-line.
           05 filler                               pic x(5)
               value "1200 ".
           05 filler                               pic x(3)
               value spaces.
           05 filler                               pic x(30)
               value "ACCOUNTS RECEIVABLE".
           05 filler                               pic x(19)
               value spaces.
           05 filler                               pic x(16)
               value spaces.
           05 ws-je-ic-ar-cr-amt                   pic $$$,$$$,$$9.99.

       01 ws-je-cbk-open-line.
           05 filler                               pic x(38)
               value "OPEN CHARGEBACK DISPUTES:".
           05 ws-je-cbk-open-out                    pic $$$,$$$,$$9.99.

       01 ws-je-gc-outstanding-line.
           05 filler                               pic x(38)
               value "OUTSTANDING GIFT CARD LIABILITY: ".
           05 ws-je-gc-outstanding-out              pic $$$,$$$,$$9.99.

       01 ws-je-totals-line.
           05 filler                               pic x(38)
               value "TOTAL DEBITS/CREDITS: ".
           05 ws-je-debit-total-out                 pic $$$,$$$,$$9.99.
           05 filler                               pic x(3)
               value spaces.
           05 ws-je-credit-total-out                pic $$$,$$$,$$9.99.

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
           perform 300-write-journal-entries.
           perform 340-record-journal-batch.
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

           if (rs-program-id = "PROGRAM5  ") then
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

       100-open-files.

           perform 105-load-run-id.
           perform 160-load-store-companies.
           perform 165-load-account-map.
           perform 110-load-sl-totals.
           perform 120-load-returns-totals.
           perform 130-load-gc-totals.
           perform 140-load-adj-totals.
           perform 143-load-ar-totals.
           perform 144-load-loyalty-totals.
           perform 149-load-special-order-totals.
           perform 146-load-chargeback-totals.
           perform 147-load-paid-out-totals.
           perform 145-load-refund-totals.
           perform 150-load-forfeit-totals.
           perform 152-load-finance-charge-totals.
           perform 170-load-sl-store-totals.
           perform 175-load-ret-store-totals.
           perform 180-load-gl-store-totals.
           perform 155-assign-batch-sequence.

           open output journal-file.

           end-if.

      *Same header/detail/trailer checks for Program2's loyalty
      *points extract.
       144-load-loyalty-totals.

           open input loy-totals-file.

           if (ws-loy-totals-status = "00") then

               move "N" to ws-extract-bad-flag
               move 0   to ws-extract-own-hash

               read loy-totals-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move loy-totals-in
                           to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read loy-totals-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           add 1 to ws-cnt-extracts-read
                           move lyt-earned-today-in
                               to ws-loy-earned-amt
                           move lyt-reversed-today-in
                               to ws-loy-reversed-amt
                           move lyt-redeemed-today-in
                               to ws-loy-redeemed-amt
                           move lyt-restored-today-in
                               to ws-loy-restored-amt
                           move lyt-outstanding-in
                               to ws-loy-outstanding-amt
                           compute ws-extract-own-hash
                               = ws-loy-earned-amt + ws-loy-reversed-amt
                                   + ws-loy-redeemed-amt
                                   + ws-loy-restored-amt
                                   + ws-loy-outstanding-amt
                   end-read

               end-if

               if (ws-extract-bad-flag not = "Y") then

                   read loy-totals-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           move loy-totals-in
                               to ws-extract-control-line
                           if (xc-marker not = "T")
                               or (xc-trl-record-count not = 1)
                               or (xc-trl-amount-hash
                                   not = ws-extract-own-hash) then
                               move "Y" to ws-extract-bad-flag
                           end-if
                   end-read

               end-if

               if (ws-extract-bad-flag = "Y") then

                   move "loyalty-gl-totals.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
                   move 0 to ws-loy-earned-amt
                   move 0 to ws-loy-reversed-amt
                   move 0 to ws-loy-redeemed-amt
                   move 0 to ws-loy-restored-amt
                   move 0 to ws-loy-outstanding-amt

               end-if

               close loy-totals-file

           end-if.

      *Same header/detail/trailer checks for Program2's special-order
      *deposit extract.
       149-load-special-order-totals.

           open input so-totals-file.

           if (ws-so-totals-status = "00") then

               move "N" to ws-extract-bad-flag
               move 0   to ws-extract-own-hash

               read so-totals-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move so-totals-in
                           to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read so-totals-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           add 1 to ws-cnt-extracts-read
                           move sot-taken-today-in
                               to ws-so-taken-amt
                           move sot-applied-today-in
                               to ws-so-applied-amt
                           move sot-outstanding-in
                               to ws-so-outstanding-amt
                           compute ws-extract-own-hash
                               = ws-so-taken-amt + ws-so-applied-amt
                                   + ws-so-outstanding-amt
                   end-read

               end-if

               if (ws-extract-bad-flag not = "Y") then

                   read so-totals-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           move so-totals-in
                               to ws-extract-control-line
                           if (xc-marker not = "T")
                               or (xc-trl-record-count not = 1)
                               or (xc-trl-amount-hash
                                   not = ws-extract-own-hash) then
                               move "Y" to ws-extract-bad-flag
                           end-if
                   end-read

               end-if

               if (ws-extract-bad-flag = "Y") then

                   move "spec-order-gl-totals.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
                   move 0 to ws-so-taken-amt
                   move 0 to ws-so-applied-amt
                   move 0 to ws-so-outstanding-amt

               end-if

               close so-totals-file

           end-if.

      *Same header/detail/trailer checks for Program49's
      *chargeback extract.
       146-load-chargeback-totals.

           open input cbk-totals-file.

           if (ws-cbk-totals-status = "00") then

               move "N" to ws-extract-bad-flag
               move 0   to ws-extract-own-hash

               read cbk-totals-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move cbk-totals-in
                           to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read cbk-totals-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           add 1 to ws-cnt-extracts-read
                           move cbt-lost-today-in to ws-cbk-lost-amt
                           move cbt-open-amt-in   to ws-cbk-open-amt
                           compute ws-extract-own-hash
                               = ws-cbk-lost-amt + ws-cbk-open-amt
                   end-read

               end-if

               if (ws-extract-bad-flag not = "Y") then

                   read cbk-totals-file
                       at end move "Y" to ws-extract-bad-flag
                       not at end
                           move cbk-totals-in
                               to ws-extract-control-line
                           if (xc-marker not = "T")
                               or (xc-trl-record-count not = 1)
                               or (xc-trl-amount-hash
                                   not = ws-extract-own-hash) then
                               move "Y" to ws-extract-bad-flag
                           end-if
                   end-read

               end-if

               if (ws-extract-bad-flag = "Y") then

                   move "chargeback-gl-totals.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
                   move 0 to ws-cbk-lost-amt
                   move 0 to ws-cbk-open-amt

               end-if

               close cbk-totals-file

           end-if.

      *Pick up Program2's paid-outs by expense category. Unlike
      *the one-line extracts there is a line per category, so the
      *trailer's count and hash are tied to however many came in.
      *A bad extract posts no paid-outs at all.
       147-load-paid-out-totals.

           open input po-totals-file.

           if (ws-po-totals-status = "00") then

               move "N" to ws-extract-bad-flag
               move "N" to ws-po-eof-flag
               move 0   to ws-extract-own-hash
               move 0   to ws-po-read-count

               read po-totals-file
                   at end move "Y" to ws-extract-bad-flag
                   not at end
                       move po-totals-in
                           to ws-extract-control-line
                       if (xc-marker not = "H") then
                           move "Y" to ws-extract-bad-flag
                       end-if
               end-read

               if (ws-extract-bad-flag not = "Y") then

                   read po-totals-file
                       at end move "Y" to ws-extract-bad-flag
                   end-read

                   perform 148-load-paid-out-entry
                       until ws-po-eof-flag = "Y"
                           or ws-extract-bad-flag = "Y"

               end-if

               if (ws-extract-bad-flag = "Y") then

                   move "paid-out-gl-totals.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code
                   move 0 to ws-po-tbl-cnt
                   move 0 to ws-po-total-amt

               else

                   add 1 to ws-cnt-extracts-read

               end-if

               close po-totals-file

           end-if.

      *Take one category line into the table, or check the trailer
      *against what was read.
       148-load-paid-out-entry.

           move po-totals-in to ws-extract-control-line.

           if (xc-marker = "T") then

               move "Y" to ws-po-eof-flag

               if (xc-trl-record-count not = ws-po-read-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

           else

               add 1 to ws-po-read-count
               add 1 to ws-po-tbl-cnt
               set ws-po-idx to ws-po-tbl-cnt
               move pot-category-in to ws-po-tbl-category(ws-po-idx)
               move pot-gl-acct-in to ws-po-tbl-acct(ws-po-idx)
               move pot-desc-in    to ws-po-tbl-desc(ws-po-idx)
               move pot-amount-in  to ws-po-tbl-amt(ws-po-idx)
               add pot-amount-in   to ws-po-total-amt
               add pot-amount-in   to ws-extract-own-hash

               read po-totals-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

      *Pick up Program23's paid-refund total, then empty the
      *extract - unlike the daily extracts, which the chain rewrites
      *every run, this one is only written when a disbursement run
      *happens, and a stale copy must not post twice. Left at zero
      *if no extract is on hand.
       145-load-refund-totals.

           open input refund-totals-file.

           if (ws-rft-totals-status = "00") then

               read refund-totals-file
                   at end move 0 to rft-paid-amt-in
               end-read

               add 1 to ws-cnt-extracts-read
               move rft-paid-amt-in to ws-rft-paid-amt

               close refund-totals-file

               open output refund-totals-file
               close refund-totals-file

           end-if.

      *Pick up Program24's forfeit total, then empty the extract the
      *same consume-and-clear way as the refund extract above, so an
      *ad-hoc termination run can't post twice. Left at zero if no
      *extract is on hand.
       150-load-forfeit-totals.

           open input forfeit-totals-file.

           if (ws-fft-totals-status = "00") then

               read forfeit-totals-file
                   at end move 0 to fft-forfeit-amt-in
               end-read

               add 1 to ws-cnt-extracts-read
               move fft-forfeit-amt-in to ws-fft-forfeit-amt

               close forfeit-totals-file

               open output forfeit-totals-file
               close forfeit-totals-file

           end-if.

      *Pick up Program47's finance charge total, then empty the
      *extract the same consume-and-clear way as the forfeit
      *extract above, so a month's late charges can't post twice.
      *Left at zero if no extract is on hand.
       152-load-finance-charge-totals.

           open input finchg-totals-file.

           if (ws-fct-totals-status = "00") then

               read finchg-totals-file
                   at end move 0 to fct-finchg-amt-in
               end-read

               add 1 to ws-cnt-extracts-read
               move fct-finchg-amt-in to ws-fct-finchg-amt

               close finchg-totals-file

               open output finchg-totals-file
               close finchg-totals-file

           end-if.

      *Hand this run the next batch sequence number. A missing
      *control file is the first batch ever - it starts at one.
       155-assign-batch-sequence.

           move 0 to bc-last-batch-seq.

           open input batch-control-file.

           if (ws-batchctl-status = "00") then

               read batch-control-file
                   at end move 0 to bc-last-batch-seq
               end-read

               close batch-control-file

           end-if.

           compute ws-batch-seq = bc-last-batch-seq + 1.

      *Load which company owns each store. Store 00 names the
      *parent company; without it the first company on file is the
      *parent. With no file on hand the whole chain is one company
      *and every store falls to it.
       160-load-store-companies.

           open input store-company-file.

           if (ws-stco-status = "00") then

               move "N" to ws-ref-eof-flag

               read store-company-file
                   at end move "Y" to ws-ref-eof-flag
               end-read

               perform 161-load-store-company-entry
                   until ws-ref-eof-flag = "Y"

               close store-company-file

           end-if.

           if (ws-co-tbl-cnt = 0) then
               move ws-con-default-co-code to ws-check-co-code
               perform 162-find-company
               move ws-con-default-co-name to ws-co-name(ws-fnd-co)
           end-if.

           if (ws-parent-co = 0) then
               move 1 to ws-parent-co
           end-if.

       161-load-store-company-entry.

           if (sc-store-num-in is numeric)
               and (sc-company-code-in not = spaces) then

               move sc-company-code-in to ws-check-co-code
               perform 162-find-company

               if (ws-fnd-co > 0) then

                   if (ws-co-name(ws-fnd-co) = spaces) then
                       move sc-company-name-in
                           to ws-co-name(ws-fnd-co)
                   end-if

                   if (sc-store-num-in = 0) then
                       move ws-fnd-co to ws-parent-co
                   else
                   if (ws-stco-tbl-cnt < 100) then
                       add 1 to ws-stco-tbl-cnt
                       set ws-stco-idx to ws-stco-tbl-cnt
                       move sc-store-num-in
                           to ws-stco-tbl-store(ws-stco-idx)
                       move ws-fnd-co to ws-stco-tbl-co(ws-stco-idx)
                   end-if
                   end-if

               end-if

           end-if.

           read store-company-file
               at end move "Y" to ws-ref-eof-flag.

      *Find (or open) the company entry for ws-check-co-code,
      *leaving its position in ws-fnd-co - zero only when the
      *table is already full.
       162-find-company.

           move 0 to ws-fnd-co.

           perform 163-compare-company-entry
               varying ws-co-idx from 1 by 1
               until ws-co-idx > ws-co-tbl-cnt
                   or ws-fnd-co > 0.

           if (ws-fnd-co = 0) and (ws-co-tbl-cnt < 20) then

               add 1 to ws-co-tbl-cnt
               move ws-co-tbl-cnt to ws-fnd-co
               initialize ws-co-tbl-entry(ws-fnd-co)
               move ws-check-co-code to ws-co-code(ws-fnd-co)

           end-if.

      *Compare one company entry to ws-check-co-code.
       163-compare-company-entry.

           if (ws-check-co-code = ws-co-code(ws-co-idx)) then
               set ws-fnd-co to ws-co-idx
           end-if.

      *Look up the company that owns ws-check-store into ws-fnd-co.
      *A store the file doesn't name belongs to the parent.
       164-find-store-company.

           move ws-parent-co to ws-fnd-co.
           move "N" to ws-fnd-flag.

           perform 166-compare-store-company-entry
               varying ws-stco-idx from 1 by 1
               until ws-stco-idx > ws-stco-tbl-cnt
                   or ws-fnd-flag = "Y".

       166-compare-store-company-entry.

           if (ws-check-store = ws-stco-tbl-store(ws-stco-idx)) then
               move "Y" to ws-fnd-flag
               move ws-stco-tbl-co(ws-stco-idx) to ws-fnd-co
           end-if.

      *Load every company's GL account map. A missing file leaves
      *every account going out under its internal number.
       165-load-account-map.

           open input account-map-file.

           if (ws-acctmap-status = "00") then

               move "N" to ws-ref-eof-flag

               read account-map-file
                   at end move "Y" to ws-ref-eof-flag
               end-read

               perform 167-load-account-map-entry
                   until ws-ref-eof-flag = "Y"

               close account-map-file

           end-if.

       167-load-account-map-entry.

           if (ws-map-tbl-cnt < 500)
               and (am-gl-acct-in not = spaces) then

               add 1 to ws-map-tbl-cnt
               set ws-map-idx to ws-map-tbl-cnt
               move am-company-code-in
                   to ws-map-tbl-co-code(ws-map-idx)
               move am-internal-acct-in
                   to ws-map-tbl-internal-acct(ws-map-idx)
               move am-gl-acct-in to ws-map-tbl-gl-acct(ws-map-idx)
               move am-gl-desc-in to ws-map-tbl-gl-desc(ws-map-idx)

           end-if.

           read account-map-file
               at end move "Y" to ws-ref-eof-flag.

      *Break Program3's sales/layaway/tax totals out by company off
      *its store totals extract. The extract is read once to check
      *its controls and that its store records add back up to the
      *chain-wide totals loaded above, and only then again to post
      *each store's figures to the company that owns it. A missing
      *extract, or one that doesn't tie, leaves the chain-wide
      *figures with the parent company.
       170-load-sl-store-totals.

           move "N" to ws-xs-ok-flag.

           open input sl-store-file.

           if (ws-sl-store-status = "00") then

               move "N" to ws-xs-post-flag
               perform 171-read-sl-store-pass
               close sl-store-file

               if (ws-extract-bad-flag = "Y") then

                   move "sl-gl-store-totals.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code

               else
               if (ws-xs-sum(1) = ws-sl-sales-amt)
                   and (ws-xs-sum(2) = ws-sl-layaway-amt)
                   and (ws-xs-sum(3) = ws-sl-tax-amt)
                   and (ws-xs-sum(4) = ws-sl-fed-tax-amt)
                   and (ws-xs-sum(5) = ws-sl-prov-tax-amt) then

                   move "Y" to ws-xs-ok-flag
                   add 1 to ws-cnt-extracts-read
                   move "Y" to ws-xs-post-flag
                   open input sl-store-file
                   perform 171-read-sl-store-pass
                   close sl-store-file

               else

                   move "sl-gl-store-totals.dat" to ws-xt-file-name
                   display ws-con-extract-tie-msg
                   if (return-code < 4) then
                       move 4 to return-code
                   end-if

               end-if
               end-if

           end-if.

           if (ws-xs-ok-flag not = "Y") then
               move ws-sl-sales-amt    to ws-co-sales-amt(ws-parent-co)
               move ws-sl-layaway-amt
                   to ws-co-layaway-amt(ws-parent-co)
               move ws-sl-tax-amt      to ws-co-tax-amt(ws-parent-co)
               move ws-sl-fed-tax-amt
                   to ws-co-fed-tax-amt(ws-parent-co)
               move ws-sl-prov-tax-amt
                   to ws-co-prov-tax-amt(ws-parent-co)
           end-if.

      *One pass over the sales/layaway store totals extract - the
      *header, then every store record up to the trailer.
       171-read-sl-store-pass.

           move "N" to ws-extract-bad-flag.
           move "N" to ws-xs-eof-flag.
           move 0   to ws-extract-own-hash.
           move 0   to ws-xs-read-count.
           initialize ws-xs-sums.

           read sl-store-file
               at end move "Y" to ws-extract-bad-flag
               not at end
                   move sl-store-in to ws-extract-control-line
                   if (xc-marker not = "H") then
                       move "Y" to ws-extract-bad-flag
                   end-if
           end-read.

           if (ws-extract-bad-flag not = "Y") then

               read sl-store-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

               perform 172-take-sl-store-record
                   until ws-xs-eof-flag = "Y"
                       or ws-extract-bad-flag = "Y"

           end-if.

      *Add up one store record, or post it to its company, or check
      *the trailer against what was read.
       172-take-sl-store-record.

           move sl-store-in to ws-extract-control-line.

           if (xc-marker = "T") then

               move "Y" to ws-xs-eof-flag

               if (xc-trl-record-count not = ws-xs-read-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

           else

               add 1 to ws-xs-read-count
               add sls-sales-amt-in   to ws-extract-own-hash
               add sls-layaway-amt-in to ws-extract-own-hash
               add sls-tax-amt-in     to ws-extract-own-hash

               if (ws-xs-post-flag = "Y") then
                   move sls-store-num-in to ws-check-store
                   perform 164-find-store-company
                   add sls-sales-amt-in
                       to ws-co-sales-amt(ws-fnd-co)
                   add sls-layaway-amt-in
                       to ws-co-layaway-amt(ws-fnd-co)
                   add sls-tax-amt-in
                       to ws-co-tax-amt(ws-fnd-co)
                   add sls-fed-tax-amt-in
                       to ws-co-fed-tax-amt(ws-fnd-co)
                   add sls-prov-tax-amt-in
                       to ws-co-prov-tax-amt(ws-fnd-co)
               else
                   add sls-sales-amt-in    to ws-xs-sum(1)
                   add sls-layaway-amt-in  to ws-xs-sum(2)
                   add sls-tax-amt-in      to ws-xs-sum(3)
                   add sls-fed-tax-amt-in  to ws-xs-sum(4)
                   add sls-prov-tax-amt-in to ws-xs-sum(5)
               end-if

               read sl-store-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

      *Break Program4's returns/tax totals out the same way. A
      *return is charged to the company whose store made the sale;
      *when another company's store took it back and paid the
      *customer, the selling company owes that company the refund.
       175-load-ret-store-totals.

           move "N" to ws-xs-ok-flag.

           open input ret-store-file.

           if (ws-ret-store-status = "00") then

               move "N" to ws-xs-post-flag
               perform 176-read-ret-store-pass
               close ret-store-file

               if (ws-extract-bad-flag = "Y") then

                   move "returns-gl-store-totals.dat"
                       to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code

               else
               if (ws-xs-sum(1) = ws-ret-returns-amt)
                   and (ws-xs-sum(2) = ws-ret-tax-amt)
                   and (ws-xs-sum(3) = ws-ret-fed-tax-amt)
                   and (ws-xs-sum(4) = ws-ret-prov-tax-amt) then

                   move "Y" to ws-xs-ok-flag
                   add 1 to ws-cnt-extracts-read
                   move "Y" to ws-xs-post-flag
                   open input ret-store-file
                   perform 176-read-ret-store-pass
                   close ret-store-file

               else

                   move "returns-gl-store-totals.dat"
                       to ws-xt-file-name
                   display ws-con-extract-tie-msg
                   if (return-code < 4) then
                       move 4 to return-code
                   end-if

               end-if
               end-if

           end-if.

           if (ws-xs-ok-flag not = "Y") then
               move ws-ret-returns-amt to ws-co-ret-amt(ws-parent-co)
               move ws-ret-tax-amt
                   to ws-co-ret-tax-amt(ws-parent-co)
               move ws-ret-fed-tax-amt
                   to ws-co-ret-fed-tax-amt(ws-parent-co)
               move ws-ret-prov-tax-amt
                   to ws-co-ret-prov-tax-amt(ws-parent-co)
           end-if.

      *One pass over the returns store totals extract.
       176-read-ret-store-pass.

           move "N" to ws-extract-bad-flag.
           move "N" to ws-xs-eof-flag.
           move 0   to ws-extract-own-hash.
           move 0   to ws-xs-read-count.
           initialize ws-xs-sums.

           read ret-store-file
               at end move "Y" to ws-extract-bad-flag
               not at end
                   move ret-store-in to ws-extract-control-line
                   if (xc-marker not = "H") then
                       move "Y" to ws-extract-bad-flag
                   end-if
           end-read.

           if (ws-extract-bad-flag not = "Y") then

               read ret-store-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

               perform 177-take-ret-store-record
                   until ws-xs-eof-flag = "Y"
                       or ws-extract-bad-flag = "Y"

           end-if.

       177-take-ret-store-record.

           move ret-store-in to ws-extract-control-line.

           if (xc-marker = "T") then

               move "Y" to ws-xs-eof-flag

               if (xc-trl-record-count not = ws-xs-read-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

           else

               add 1 to ws-xs-read-count
               add rts-returns-amt-in to ws-extract-own-hash
               add rts-tax-amt-in     to ws-extract-own-hash

               if (ws-xs-post-flag = "Y") then

                   move rts-store-num-in to ws-check-store
                   perform 164-find-store-company
                   move ws-fnd-co to ws-xs-store-co

                   move rts-sale-store-num-in to ws-check-store
                   perform 164-find-store-company
                   move ws-fnd-co to ws-xs-owner-co

                   add rts-returns-amt-in
                       to ws-co-ret-amt(ws-xs-owner-co)
                   add rts-tax-amt-in
                       to ws-co-ret-tax-amt(ws-xs-owner-co)
                   add rts-fed-tax-amt-in
                       to ws-co-ret-fed-tax-amt(ws-xs-owner-co)
                   add rts-prov-tax-amt-in
                       to ws-co-ret-prov-tax-amt(ws-xs-owner-co)

                   if (ws-xs-owner-co not = ws-xs-store-co) then
                       add rts-returns-amt-in to
                           ws-co-owes(ws-xs-owner-co, ws-xs-store-co)
                       add rts-tax-amt-in to
                           ws-co-owes(ws-xs-owner-co, ws-xs-store-co)
                   end-if

               else
                   add rts-returns-amt-in  to ws-xs-sum(1)
                   add rts-tax-amt-in      to ws-xs-sum(2)
                   add rts-fed-tax-amt-in  to ws-xs-sum(3)
                   add rts-prov-tax-amt-in to ws-xs-sum(4)
               end-if

               read ret-store-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

      *Break Program2's gift-card, adjustment and paid-out figures
      *out the same way. A gift card's liability belongs to the
      *company whose store issued it: a card loaded at another
      *company's store leaves that company holding the cash it owes
      *the issuer, and a card spent at another company's store
      *leaves the issuer owing that company for the goods.
       180-load-gl-store-totals.

           move "N" to ws-xs-ok-flag.

           open input gl-store-file.

           if (ws-gl-store-status = "00") then

               move "N" to ws-xs-post-flag
               perform 181-read-gl-store-pass
               close gl-store-file

               if (ws-extract-bad-flag = "Y") then

                   move "gl-store-totals.dat" to ws-xm-file-name
                   display ws-con-extract-msg
                   move 16 to return-code

               else
               if (ws-xs-sum(1) = ws-gc-issued-amt)
                   and (ws-xs-sum(2) = ws-gc-redeemed-amt)
                   and (ws-xs-sum(3) = ws-gc-breakage-amt)
                   and (ws-xs-sum(4) = ws-gc-outstanding-amt)
                   and (ws-xs-sum(5) = ws-adj-debit-amt)
                   and (ws-xs-sum(6) = ws-adj-credit-amt)
                   and (ws-xs-sum(7) = ws-po-total-amt) then

                   move "Y" to ws-xs-ok-flag
                   add 1 to ws-cnt-extracts-read
                   move "Y" to ws-xs-post-flag
                   open input gl-store-file
                   perform 181-read-gl-store-pass
                   close gl-store-file

               else

                   move "gl-store-totals.dat" to ws-xt-file-name
                   display ws-con-extract-tie-msg
                   if (return-code < 4) then
                       move 4 to return-code
                   end-if

               end-if
               end-if

           end-if.

           if (ws-xs-ok-flag not = "Y") then

               move ws-gc-issued-amt
                   to ws-co-gc-issued-amt(ws-parent-co)
               move ws-gc-redeemed-amt
                   to ws-co-gc-redeemed-amt(ws-parent-co)
               move ws-gc-outstanding-amt
                   to ws-co-gc-outstanding-amt(ws-parent-co)
               move ws-gc-breakage-amt
                   to ws-co-gc-breakage-amt(ws-parent-co)
               move ws-adj-debit-amt
                   to ws-co-adj-debit-amt(ws-parent-co)
               move ws-adj-credit-amt
                   to ws-co-adj-credit-amt(ws-parent-co)

               perform 184-copy-chain-paid-out
                   varying ws-po-idx from 1 by 1
                   until ws-po-idx > ws-po-tbl-cnt

           end-if.

      *One pass over the gift-card/adjustment/paid-out store totals
      *extract.
       181-read-gl-store-pass.

           move "N" to ws-extract-bad-flag.
           move "N" to ws-xs-eof-flag.
           move 0   to ws-extract-own-hash.
           move 0   to ws-xs-read-count.
           initialize ws-xs-sums.

           read gl-store-file
               at end move "Y" to ws-extract-bad-flag
               not at end
                   move gl-store-in to ws-extract-control-line
                   if (xc-marker not = "H") then
                       move "Y" to ws-extract-bad-flag
                   end-if
           end-read.

           if (ws-extract-bad-flag not = "Y") then

               read gl-store-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

               perform 182-take-gl-store-record
                   until ws-xs-eof-flag = "Y"
                       or ws-extract-bad-flag = "Y"

           end-if.

       182-take-gl-store-record.

           move gl-store-in to ws-extract-control-line.

           if (xc-marker = "T") then

               move "Y" to ws-xs-eof-flag

               if (xc-trl-record-count not = ws-xs-read-count)
                   or (xc-trl-amount-hash
                       not = ws-extract-own-hash) then
                   move "Y" to ws-extract-bad-flag
               end-if

           else

               add 1 to ws-xs-read-count
               add gls-amount-in to ws-extract-own-hash
               perform 183-find-gl-store-slot

               if (ws-xs-slot = 0) then
                   move "Y" to ws-extract-bad-flag
               else
               if (ws-xs-post-flag = "Y") then
                   perform 185-post-gl-store-record
               else
                   add gls-amount-in to ws-xs-sum(ws-xs-slot)
               end-if
               end-if

               read gl-store-file
                   at end move "Y" to ws-extract-bad-flag
               end-read

           end-if.

      *Which chain-wide figure a kind of movement adds up to: I
      *loads, R redemptions, B breakage, O outstanding, D and C
      *debit and credit adjustments, P paid-outs.
       183-find-gl-store-slot.

           move 0 to ws-xs-slot.

           if (gls-type-in = "I") then
               move 1 to ws-xs-slot
           else
           if (gls-type-in = "R") then
               move 2 to ws-xs-slot
           else
           if (gls-type-in = "B") then
               move 3 to ws-xs-slot
           else
           if (gls-type-in = "O") then
               move 4 to ws-xs-slot
           else
           if (gls-type-in = "D") then
               move 5 to ws-xs-slot
           else
           if (gls-type-in = "C") then
               move 6 to ws-xs-slot
           else
           if (gls-type-in = "P") then
               move 7 to ws-xs-slot
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Put one chain-wide paid-out category with the parent.
       184-copy-chain-paid-out.

           move ws-parent-co to ws-xs-store-co.
           move ws-po-tbl-category(ws-po-idx) to ws-xs-category.
           move ws-po-tbl-acct(ws-po-idx)     to ws-xs-acct.
           move ws-po-tbl-amt(ws-po-idx)      to ws-xs-amt.
           perform 186-post-company-paid-out.

      *Post one gift-card, adjustment or paid-out record to its
      *company, noting what one company owes another where a card
      *issued by one was loaded or spent at the other's store.
       185-post-gl-store-record.

           move gls-store-num-in to ws-check-store.
           perform 164-find-store-company.
           move ws-fnd-co to ws-xs-store-co.

           move gls-owner-store-num-in to ws-check-store.
           perform 164-find-store-company.
           move ws-fnd-co to ws-xs-owner-co.

           if (ws-xs-slot = 1) then
               add gls-amount-in
                   to ws-co-gc-issued-amt(ws-xs-owner-co)
               if (ws-xs-store-co not = ws-xs-owner-co) then
                   add gls-amount-in to
                       ws-co-owes(ws-xs-store-co, ws-xs-owner-co)
               end-if
           else
           if (ws-xs-slot = 2) then
               add gls-amount-in
                   to ws-co-gc-redeemed-amt(ws-xs-owner-co)
               if (ws-xs-store-co not = ws-xs-owner-co) then
                   add gls-amount-in to
                       ws-co-owes(ws-xs-owner-co, ws-xs-store-co)
               end-if
           else
           if (ws-xs-slot = 3) then
               add gls-amount-in
                   to ws-co-gc-breakage-amt(ws-xs-owner-co)
           else
           if (ws-xs-slot = 4) then
               add gls-amount-in
                   to ws-co-gc-outstanding-amt(ws-xs-owner-co)
           else
           if (ws-xs-slot = 5) then
               add gls-amount-in
                   to ws-co-adj-debit-amt(ws-xs-store-co)
           else
           if (ws-xs-slot = 6) then
               add gls-amount-in
                   to ws-co-adj-credit-amt(ws-xs-store-co)
           else
               move gls-category-in to ws-xs-category
               move gls-gl-acct-in  to ws-xs-acct
               move gls-amount-in   to ws-xs-amt
               perform 186-post-company-paid-out
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Add a paid-out into its company's entry for the category,
      *opening the entry the first time. The description comes off
      *the chain-wide category line.
       186-post-company-paid-out.

           move "N" to ws-cpo-found-flag.

           perform 187-compare-company-paid-out
               varying ws-cpo-idx from 1 by 1
               until ws-cpo-idx > ws-cpo-tbl-cnt
                   or ws-cpo-found-flag = "Y".

           if (ws-cpo-found-flag = "Y") then

               set ws-cpo-idx to ws-cpo-match-idx

           else

               if (ws-cpo-tbl-cnt < 2000) then
                   add 1 to ws-cpo-tbl-cnt
                   set ws-cpo-idx to ws-cpo-tbl-cnt
                   move ws-xs-store-co to ws-cpo-tbl-co(ws-cpo-idx)
                   move ws-xs-category
                       to ws-cpo-tbl-category(ws-cpo-idx)
                   move ws-xs-acct to ws-cpo-tbl-acct(ws-cpo-idx)
                   move spaces to ws-cpo-tbl-desc(ws-cpo-idx)
                   move 0 to ws-cpo-tbl-amt(ws-cpo-idx)
                   perform 188-find-paid-out-desc
                       varying ws-po-idx from 1 by 1
                       until ws-po-idx > ws-po-tbl-cnt
                   move "Y" to ws-cpo-found-flag
               end-if

           end-if.

           if (ws-cpo-found-flag = "Y") then
               add ws-xs-amt to ws-cpo-tbl-amt(ws-cpo-idx)
               add ws-xs-amt
                   to ws-co-po-total-amt(ws-xs-store-co)
           end-if.

       187-compare-company-paid-out.

           if (ws-cpo-tbl-co(ws-cpo-idx) = ws-xs-store-co)
               and (ws-cpo-tbl-category(ws-cpo-idx)
                   = ws-xs-category) then
               move "Y" to ws-cpo-found-flag
               set ws-cpo-match-idx to ws-cpo-idx
           end-if.

       188-find-paid-out-desc.

           if (ws-po-tbl-category(ws-po-idx) = ws-xs-category) then
               move ws-po-tbl-desc(ws-po-idx)
                   to ws-cpo-tbl-desc(ws-cpo-idx)
           end-if.

      *Write the balanced journal entry sets - one batch per
      *company, each with its own batch stamp, company line, entry
      *blocks, totals and end-of-batch trailer carrying the
      *sequence number and line count the GL side acknowledges.
      *The run header goes on the front of the file once.
       300-write-journal-entries.

           write journal-line from ws-batch-header-line.

           perform 301-write-company-journal
               varying ws-co-idx from 1 by 1
               until ws-co-idx > ws-co-tbl-cnt.

      *One company's batch: its share of the sales, returns,
      *gift-card, adjustment and paid-out figures, then - for the
      *parent only - the house-account, loyalty, special-order
      *deposit, chargeback, refund, forfeit and finance charge
      *entries, which aren't
      *broken out by store, then its intercompany settlements.
       301-write-company-journal.

           set ws-cur-co to ws-co-idx.
           move 0 to ws-je-total-debits.
           move 0 to ws-je-total-credits.
           move 0 to ws-cnt-journal-lines.

           move ws-co-sales-amt(ws-cur-co)    to ws-sl-sales-amt.
           move ws-co-layaway-amt(ws-cur-co)  to ws-sl-layaway-amt.
           move ws-co-tax-amt(ws-cur-co)      to ws-sl-tax-amt.
           move ws-co-fed-tax-amt(ws-cur-co)  to ws-sl-fed-tax-amt.
           move ws-co-prov-tax-amt(ws-cur-co) to ws-sl-prov-tax-amt.

           move ws-co-ret-amt(ws-cur-co)      to ws-ret-returns-amt.
           move ws-co-ret-tax-amt(ws-cur-co)  to ws-ret-tax-amt.
           move ws-co-ret-fed-tax-amt(ws-cur-co)
               to ws-ret-fed-tax-amt.
           move ws-co-ret-prov-tax-amt(ws-cur-co)
               to ws-ret-prov-tax-amt.

           move ws-co-gc-issued-amt(ws-cur-co)   to ws-gc-issued-amt.
           move ws-co-gc-redeemed-amt(ws-cur-co)
               to ws-gc-redeemed-amt.
           move ws-co-gc-outstanding-amt(ws-cur-co)
               to ws-gc-outstanding-amt.
           move ws-co-gc-breakage-amt(ws-cur-co)
               to ws-gc-breakage-amt.

           move ws-co-adj-debit-amt(ws-cur-co)  to ws-adj-debit-amt.
           move ws-co-adj-credit-amt(ws-cur-co) to ws-adj-credit-amt.

           move ws-batch-seq to ws-jb-batch-seq-out.
           move bh-run-id    to ws-jb-run-id-out.
           write journal-line from ws-journal-batch-line.

           move ws-co-code(ws-cur-co) to ws-jc-company-code-out.
           move ws-co-name(ws-cur-co) to ws-jc-company-name-out.
           write journal-line from ws-journal-company-line.

           write journal-line from ws-journal-header.
           write journal-line from spaces.
           write journal-line from ws-journal-column-headers.
           perform 320-write-returns-entries.
           perform 325-write-gift-card-entries.
           perform 327-write-adjustment-entries.

           if (ws-cur-co = ws-parent-co) then
               perform 326-write-house-account-entries
               perform 332-write-loyalty-entries
               perform 338-write-special-order-entries
               perform 333-write-chargeback-entries
           end-if.

           perform 334-write-paid-out-entries.

           if (ws-cur-co = ws-parent-co) then
               perform 328-write-refund-entries
               perform 329-write-forfeit-entries
               perform 331-write-finance-charge-entries
           end-if.

           perform 336-write-intercompany-entries.
           perform 330-write-grand-totals.

           move ws-batch-seq to ws-co-batch-seq(ws-cur-co).
           move ws-cnt-journal-lines to ws-co-line-count(ws-cur-co).
           add ws-cnt-journal-lines to ws-cnt-total-journal-lines.
           add 1 to ws-batch-seq.

           write journal-line from spaces.

      *DR Accounts Receivable for the full sales+layaway+tax amount,
      *offset by CR Sales Revenue/Layaway Revenue and a CR to each
      *tax component's own payable account - five lines that balance
               = ws-sl-sales-amt + ws-sl-layaway-amt + ws-sl-tax-amt.

           move ws-je-sales-side-total to ws-je-ar-debit-amt.
           move ws-je-ar-debit-line to journal-line.
           perform 390-write-mapped-line.

           move ws-sl-sales-amt to ws-je-sales-rev-amt.
           move ws-je-sales-rev-line to journal-line.
           perform 390-write-mapped-line.

           move ws-sl-layaway-amt to ws-je-layaway-rev-amt.
           move ws-je-layaway-rev-line to journal-line.
           perform 390-write-mapped-line.

           move ws-sl-fed-tax-amt to ws-je-fed-tax-cr-amt.
           move ws-je-fed-tax-cr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-sl-prov-tax-amt to ws-je-prov-tax-cr-amt.
           move ws-je-prov-tax-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-je-sales-side-total to ws-je-total-debits.
           add ws-je-sales-side-total to ws-je-total-credits.
               = ws-ret-returns-amt + ws-ret-tax-amt.

           move ws-ret-returns-amt to ws-je-returns-debit-amt.
           move ws-je-returns-debit-line to journal-line.
           perform 390-write-mapped-line.

           move ws-ret-fed-tax-amt to ws-je-ret-fed-tax-dr-amt.
           move ws-je-ret-fed-tax-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-ret-prov-tax-amt to ws-je-ret-prov-tax-dr-amt.
           move ws-je-ret-prov-tax-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-je-returns-side-total to ws-je-ar-credit-amt.
           move ws-je-ar-credit-line to journal-line.
           perform 390-write-mapped-line.

           add ws-je-returns-side-total to ws-je-total-debits.
           add ws-je-returns-side-total to ws-je-total-credits.
       325-write-gift-card-entries.

           move ws-gc-issued-amt to ws-je-gc-issue-debit-amt.
           move ws-je-gc-issue-debit-line to journal-line.
           perform 390-write-mapped-line.

           move ws-gc-issued-amt to ws-je-gc-issue-credit-amt.
           move ws-je-gc-issue-credit-line to journal-line.
           perform 390-write-mapped-line.

           add ws-gc-issued-amt to ws-je-total-debits.
           add ws-gc-issued-amt to ws-je-total-credits.

           move ws-gc-redeemed-amt to ws-je-gc-redeem-debit-amt.
           move ws-je-gc-redeem-debit-line to journal-line.
           perform 390-write-mapped-line.

           move ws-gc-redeemed-amt to ws-je-gc-redeem-credit-amt.
           move ws-je-gc-redeem-credit-line to journal-line.
           perform 390-write-mapped-line.

           add ws-gc-redeemed-amt to ws-je-total-debits.
           add ws-gc-redeemed-amt to ws-je-total-credits.
      *pair balances to itself, and the outstanding figure below
      *already excludes the broken balances.
           move ws-gc-breakage-amt to ws-je-gc-breakage-dr-amt.
           move ws-je-gc-breakage-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-gc-breakage-amt to ws-je-gc-breakage-cr-amt.
           move ws-je-gc-breakage-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-gc-breakage-amt to ws-je-total-debits.
           add ws-gc-breakage-amt to ws-je-total-credits.

           move ws-gc-outstanding-amt to ws-je-gc-outstanding-out.
           move ws-je-gc-outstanding-line to journal-line.
           perform 390-write-mapped-line.
           add 7 to ws-cnt-journal-lines.

      *Debit adjustments add to the customer's charge: DR Accounts
       327-write-adjustment-entries.

           move ws-adj-debit-amt to ws-je-adj-debit-dr-amt.
           move ws-je-adj-debit-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-adj-debit-amt to ws-je-adj-debit-cr-amt.
           move ws-je-adj-debit-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-adj-debit-amt to ws-je-total-debits.
           add ws-adj-debit-amt to ws-je-total-credits.

           move ws-adj-credit-amt to ws-je-adj-credit-dr-amt.
           move ws-je-adj-credit-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-adj-credit-amt to ws-je-adj-credit-cr-amt.
           move ws-je-adj-credit-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-adj-credit-amt to ws-je-total-debits.
           add ws-adj-credit-amt to ws-je-total-credits.
       326-write-house-account-entries.

           move ws-ar-charges-amt to ws-je-ar-house-dr-amt.
           move ws-je-ar-house-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-ar-charges-amt to ws-je-ar-offset-cr-amt.
           move ws-je-ar-offset-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-ar-charges-amt to ws-je-total-debits.
           add ws-ar-charges-amt to ws-je-total-credits.

           move ws-ar-payments-amt to ws-je-ar-offset-dr-amt.
           move ws-je-ar-offset-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-ar-payments-amt to ws-je-ar-house-cr-amt.
           move ws-je-ar-house-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-ar-payments-amt to ws-je-total-debits.
           add ws-ar-payments-amt to ws-je-total-credits.

           move ws-ar-balance-amt to ws-je-ar-balance-out.
           move ws-je-ar-balance-line to journal-line.
           perform 390-write-mapped-line.
           add 5 to ws-cnt-journal-lines.

      *Layaway overpayments paid back to customers this run. The
       328-write-refund-entries.

           move ws-rft-paid-amt to ws-je-refund-dr-amt.
           move ws-je-refund-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-rft-paid-amt to ws-je-refund-cr-amt.
           move ws-je-refund-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-rft-paid-amt to ws-je-total-debits.
           add ws-rft-paid-amt to ws-je-total-credits.
       329-write-forfeit-entries.

           move ws-fft-forfeit-amt to ws-je-forfeit-dr-amt.
           move ws-je-forfeit-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-fft-forfeit-amt to ws-je-forfeit-cr-amt.
           move ws-je-forfeit-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-fft-forfeit-amt to ws-je-total-debits.
           add ws-fft-forfeit-amt to ws-je-total-credits.
           add 2 to ws-cnt-journal-lines.

      *Late charges the month-end aging run posted to past-due
      *house accounts. Each one raised the account's balance owed,
      *so it is new receivable earned as income: DR AR - House
      *Accounts / CR Finance Charge Income. The pair balances to
      *itself.
       331-write-finance-charge-entries.

           move ws-fct-finchg-amt to ws-je-finchg-dr-amt.
           move ws-je-finchg-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-fct-finchg-amt to ws-je-finchg-cr-amt.
           move ws-je-finchg-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-fct-finchg-amt to ws-je-total-debits.
           add ws-fct-finchg-amt to ws-je-total-credits.
           add 2 to ws-cnt-journal-lines.

      *Points earned are a promise of future discount, booked as
      *program expense against the points liability: DR Loyalty
      *Program Expense / CR Loyalty Points Liability, and the
      *reverse for points a return or void took back. A PT tender
      *rode into the catch-all receivable with the rest of the day
      *but no money will ever come in for it, so redeemed points
      *settle it out of the liability: DR Loyalty Points
      *Liability / CR Accounts Receivable, and the reverse for
      *points given back. Each pair balances to itself; the value
      *of the points still outstanding prints as a memo line.
       332-write-loyalty-entries.

           move ws-loy-earned-amt to ws-je-loy-earn-dr-amt.
           move ws-je-loy-earn-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-loy-earned-amt to ws-je-loy-earn-cr-amt.
           move ws-je-loy-earn-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-loy-earned-amt to ws-je-total-debits.
           add ws-loy-earned-amt to ws-je-total-credits.

           move ws-loy-reversed-amt to ws-je-loy-rvrs-dr-amt.
           move ws-je-loy-rvrs-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-loy-reversed-amt to ws-je-loy-rvrs-cr-amt.
           move ws-je-loy-rvrs-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-loy-reversed-amt to ws-je-total-debits.
           add ws-loy-reversed-amt to ws-je-total-credits.

           move ws-loy-redeemed-amt to ws-je-loy-redeem-dr-amt.
           move ws-je-loy-redeem-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-loy-redeemed-amt to ws-je-loy-redeem-cr-amt.
           move ws-je-loy-redeem-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-loy-redeemed-amt to ws-je-total-debits.
           add ws-loy-redeemed-amt to ws-je-total-credits.

           move ws-loy-restored-amt to ws-je-loy-restore-dr-amt.
           move ws-je-loy-restore-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-loy-restored-amt to ws-je-loy-restore-cr-amt.
           move ws-je-loy-restore-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-loy-restored-amt to ws-je-total-debits.
           add ws-loy-restored-amt to ws-je-total-credits.

           move ws-loy-outstanding-amt to ws-je-loy-outstanding-out.
           move ws-je-loy-outstanding-line to journal-line.
           perform 390-write-mapped-line.
           add 9 to ws-cnt-journal-lines.

      *A special-order deposit is the customer's money until the
      *goods are picked up, so it is held in a liability account of
      *its own rather than with layaways: deposits taken today DR
      *Accounts Receivable (the tender came in with the day's
      *other takings) / CR Special Order Deposits, and deposits
      *applied to today's pickups - whose full price the sales
      *entry has already booked to the receivable - DR Special
      *Order Deposits / CR Accounts Receivable. Each pair balances
      *to itself; the deposits still held print as a memo line.
       338-write-special-order-entries.

           move ws-so-taken-amt to ws-je-so-taken-dr-amt.
           move ws-je-so-taken-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-so-taken-amt to ws-je-so-taken-cr-amt.
           move ws-je-so-taken-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-so-taken-amt to ws-je-total-debits.
           add ws-so-taken-amt to ws-je-total-credits.

           move ws-so-applied-amt to ws-je-so-applied-dr-amt.
           move ws-je-so-applied-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-so-applied-amt to ws-je-so-applied-cr-amt.
           move ws-je-so-applied-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-so-applied-amt to ws-je-total-debits.
           add ws-so-applied-amt to ws-je-total-credits.

           move ws-so-outstanding-amt to ws-je-so-outstanding-out.
           move ws-je-so-outstanding-line to journal-line.
           perform 390-write-mapped-line.
           add 5 to ws-cnt-journal-lines.

      *A dispute decided against us is money the processor has
      *taken back for good - the card sale was booked into the
      *catch-all receivable and that receivable will now never be
      *settled in full: DR Chargeback Losses / CR Accounts
      *Receivable. The pair balances to itself; the amount still
      *in dispute prints as a memo line.
       333-write-chargeback-entries.

           move ws-cbk-lost-amt to ws-je-cbk-loss-dr-amt.
           move ws-je-cbk-loss-dr-line to journal-line.
           perform 390-write-mapped-line.

           move ws-cbk-lost-amt to ws-je-cbk-loss-cr-amt.
           move ws-je-cbk-loss-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-cbk-lost-amt to ws-je-total-debits.
           add ws-cbk-lost-amt to ws-je-total-credits.

           move ws-cbk-open-amt to ws-je-cbk-open-out.
           move ws-je-cbk-open-line to journal-line.
           perform 390-write-mapped-line.
           add 3 to ws-cnt-journal-lines.

      *Petty cash paid out of the drawers never reached the bank,
      *so it comes off the day's receivable: DR each expense
      *category's own account / CR Accounts Receivable for their
      *sum. The set balances to itself.
       334-write-paid-out-entries.

           perform 335-write-one-paid-out-entry
               varying ws-cpo-idx from 1 by 1
               until ws-cpo-idx > ws-cpo-tbl-cnt.

           move ws-co-po-total-amt(ws-cur-co) to ws-je-po-cr-amt.
           move ws-je-po-cr-line to journal-line.
           perform 390-write-mapped-line.

           add ws-co-po-total-amt(ws-cur-co) to ws-je-total-credits.
           add 1 to ws-cnt-journal-lines.

       335-write-one-paid-out-entry.

           if (ws-cpo-tbl-co(ws-cpo-idx) = ws-cur-co) then

               move ws-cpo-tbl-acct(ws-cpo-idx) to ws-je-po-acct
               move ws-cpo-tbl-desc(ws-cpo-idx) to ws-je-po-desc
               move ws-cpo-tbl-amt(ws-cpo-idx)  to ws-je-po-dr-amt
               move ws-je-po-dr-line to journal-line
               perform 390-write-mapped-line

               add ws-cpo-tbl-amt(ws-cpo-idx) to ws-je-total-debits
               add 1 to ws-cnt-journal-lines

           end-if.

      *Settle up with each other company. What this company owes
      *an affiliate, net of what the affiliate owes it, is money
      *the affiliate's stores paid out or took in on this
      *company's behalf: the receivable this company's own entries
      *moved is really the affiliate's, so DR Accounts Receivable
      */ CR Due To Affiliate when this company owes, and DR Due
      *From Affiliate / CR Accounts Receivable when it is owed.
      *Each pair balances to itself, and the two companies' pairs
      *mirror each other.
       336-write-intercompany-entries.

           move "Y" to ws-map-keep-desc-flag.

           perform 337-write-one-affiliate-entry
               varying ws-ic-co from 1 by 1
               until ws-ic-co > ws-co-tbl-cnt.

           move "N" to ws-map-keep-desc-flag.

       337-write-one-affiliate-entry.

           if (ws-ic-co not = ws-cur-co) then

               compute ws-ic-net-amt
                   = ws-co-owes(ws-cur-co, ws-ic-co)
                       - ws-co-owes(ws-ic-co, ws-cur-co)

               if (ws-ic-net-amt > 0) then

                   move ws-ic-net-amt to ws-je-ic-ar-dr-amt
                   move ws-je-ic-ar-dr-line to journal-line
                   perform 390-write-mapped-line

                   move ws-co-code(ws-ic-co) to ws-je-ic-due-to-co
                   move ws-ic-net-amt to ws-je-ic-due-to-cr-amt
                   move ws-je-ic-due-to-cr-line to journal-line
                   perform 390-write-mapped-line

                   add ws-ic-net-amt to ws-je-total-debits
                   add ws-ic-net-amt to ws-je-total-credits
                   add 2 to ws-cnt-journal-lines

               else
               if (ws-ic-net-amt < 0) then

                   compute ws-ic-net-amt = 0 - ws-ic-net-amt

                   move ws-co-code(ws-ic-co) to ws-je-ic-due-from-co
                   move ws-ic-net-amt to ws-je-ic-due-from-dr-amt
                   move ws-je-ic-due-from-dr-line to journal-line
                   perform 390-write-mapped-line

                   move ws-ic-net-amt to ws-je-ic-ar-cr-amt
                   move ws-je-ic-ar-cr-line to journal-line
                   perform 390-write-mapped-line

                   add ws-ic-net-amt to ws-je-total-debits
                   add ws-ic-net-amt to ws-je-total-credits
                   add 2 to ws-cnt-journal-lines

               end-if
               end-if

           end-if.

      *Write the entry line in journal-line under the company's own
      *GL account number and description when its account map
      *names the internal account the line was built with; an
      *account it doesn't map goes out as built.
       390-write-mapped-line.

           move journal-line(1:4) to ws-map-check-acct.
           move "N" to ws-map-found-flag.

           perform 391-compare-account-map-entry
               varying ws-map-idx from 1 by 1
               until ws-map-idx > ws-map-tbl-cnt
                   or ws-map-found-flag = "Y".

           if (ws-map-found-flag = "Y") then

               move ws-map-tbl-gl-acct(ws-map-match-idx)
                   to journal-line(1:6)
               move spaces to journal-line(7:2)

               if (ws-map-keep-desc-flag not = "Y")
                   and (ws-map-tbl-gl-desc(ws-map-match-idx)
                       not = spaces) then
                   move ws-map-tbl-gl-desc(ws-map-match-idx)
                       to journal-line(9:30)
               end-if

           end-if.

           write journal-line.

       391-compare-account-map-entry.

           if (ws-map-tbl-co-code(ws-map-idx) = ws-co-code(ws-cur-co))
               and (ws-map-tbl-internal-acct(ws-map-idx)
                   = ws-map-check-acct) then
               move "Y" to ws-map-found-flag
               set ws-map-match-idx to ws-map-idx
           end-if.

      *Print the running debit/credit totals so anyone reading the
      *extract can see at a glance that the entry set balances.
       330-write-grand-totals.
           move ws-cnt-journal-lines to ws-jt-line-count-out.
           write journal-line from ws-journal-trailer-line.

      *Record each company's batch in the log the acknowledgment
      *verification matches against, and hand the last sequence
      *number forward.
       340-record-journal-batch.

           open extend batch-log-file.

           if (ws-batchlog-status not = "00") then
               open output batch-log-file
           end-if.

           perform 341-log-one-company-batch
               varying ws-co-idx from 1 by 1
               until ws-co-idx > ws-co-tbl-cnt.

           close batch-log-file.

           compute bc-last-batch-seq = ws-batch-seq - 1.

           open output batch-control-file.
           write bc-record.
           close batch-control-file.

       341-log-one-company-batch.

           move ws-co-batch-seq(ws-co-idx)  to jb-batch-seq.
           move bh-batch-date               to jb-batch-date.
           move bh-run-id                   to jb-run-id.
           move ws-co-line-count(ws-co-idx) to jb-line-count.
           move "N"                         to jb-ack-flag.

           write jb-record.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
           move ws-rh-start-time to rh-start-time.
           accept rh-end-time from time.
           move ws-cnt-extracts-read to rh-records-read.
           move ws-cnt-total-journal-lines to rh-records-written.
           move return-code to rh-return-code.

           open extend run-history-file.
