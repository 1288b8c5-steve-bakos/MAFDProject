       author.Steve Bakos
       date-written.September 1st, 2026
      *Purpose: Ledger replay and integrity check. Rebuilds the
      *         layaway subledger, the gift-card ledger or the
      *         loyalty points ledger from the change journal
      *         alone - the opening positions seeded when
      *         journaling began plus every add, payment, refund,
      *         close, termination, issue, redemption, breakage and
      *         points movement since - and compares the rebuilt
      *         balances against the live file, reporting every
      *         mismatch.
      *         One run answers both "how did this balance get
      *         here" and "does the ledger still add up".

               organization is line sequential
               file status is ws-gc-status.

           select loy-file
               assign to
               "../../../../Program2/data/loyalty-ledger.dat"
               organization is line sequential
               file status is ws-loy-status.

      *Replay request - L to replay the layaway subledger, G the
      *gift-card ledger, P the loyalty points ledger. The file is
      *emptied once applied.
           select request-file
               assign to "../../../data/replay-request.dat"
               organization is line sequential
      *writes it.
       fd gc-file
           data record is gc-record
           record contains 71 characters.

       01 gc-record.
           05 gc-card-num                      pic x(15).
           05 gc-issue-date                    pic 9(6).
           05 gc-last-activity-date            pic 9(6).
           05 gc-breakage-amt                  pic 9(7)v99.
           05 gc-issue-store                   pic 99.

      *Define the loyalty points ledger record - same shape
      *Program2 writes it.
       fd loy-file
           data record is loy-record
           record contains 33 characters.

       01 loy-record.
           05 loy-cust-num                     pic 9(6).
           05 loy-earned-pts                   pic s9(7).
           05 loy-redeemed-pts                 pic s9(7).
           05 loy-balance-pts                  pic s9(7).
           05 loy-last-act-date                pic 9(6).

      *Define the replay request record.
       fd request-file
           value "00".
       77 ws-gc-status                         pic xx
           value "00".
       77 ws-loy-status                        pic xx
           value "00".
       77 ws-req-status                        pic xx
           value "00".

               value "LAYAWAY SUBLEDGER".
           05 ws-con-name-giftcard             pic x(20)
               value "GIFT CARD LEDGER".
           05 ws-con-name-loyalty              pic x(20)
               value "LOYALTY POINTS".

       01 ws-no-request-line.
           05 filler                           pic x(44)

       01 ws-bad-request-line.
           05 filler                           pic x(44)
               value "REQUEST NOT UNDERSTOOD - LEDGER NOT L/G/P".

       01 ws-mismatch-line.
           05 filler                           pic x(3).
               perform 600-report-missing-keys
               perform 700-write-trailer-counts

           else
           if (ws-replay-ledger = "P") then

               move ws-con-name-loyalty to ws-rh-ledger-name
               write output-line from ws-report-header
               write output-line from spaces
               perform 200-replay-journal
               perform 420-compare-loyalty-ledger
               perform 600-report-missing-keys
               perform 700-write-trailer-counts

           else

               write output-line from ws-bad-request-line
               move 16 to return-code

           end-if
           end-if
           end-if
           end-if.

      *On the layaway side R (refunded out), C (completed) and X
      *(terminated) take the account off the subledger. On the
      *gift-card and loyalty sides nothing ever removes a key -
      *"R" and "X" there are ordinary movements carrying an
      *after-balance like any other. Loyalty balances are whole
      *points riding in the same balance fields.
               if (ws-replay-ledger = "L")
                   and ((lj-action = "R")
                       or (lj-action = "C")
           read gc-file
               at end move "Y" to ws-eof-flag.

       420-compare-loyalty-ledger.

           move "N" to ws-eof-flag.

           open input loy-file.

           if (ws-loy-status = "00") then

               read loy-file
                   at end move "Y" to ws-eof-flag
               end-read

               perform 430-compare-one-loy-record
                   until ws-eof-flag = "Y"

               close loy-file

           end-if.

      *The journal carries the customer number in its key field
      *the way Program2 moved it there - six digits, left-justified.
       430-compare-one-loy-record.

           add 1 to ws-cnt-live-records.

           move loy-cust-num    to ws-live-key.
           move loy-balance-pts to ws-live-balance.

           perform 550-compare-one-live-record.

           read loy-file
               at end move "Y" to ws-eof-flag.

      *Prove one live record against the rebuilt state: the key
      *has to be known to the journal, still expected present, and
      *carrying exactly the replayed balance.
