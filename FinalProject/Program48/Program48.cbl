       identification division.
       program-id. Program48.

       author.Steve Bakos
       date-written.September 1st, 2026
      *Purpose: Monthly loyalty points statement run, alongside the
      *         month-end close. For the month named in the request
      *         control file, prints one statement block per
      *         customer on Program2's loyalty points ledger: the
      *         customer's name from the customer master, the
      *         points carried in, every point earned, redeemed,
      *         taken back or given back during the month from the
      *         ledger change journal, and the points carried out
      *         with their dollar value. Customers with no movement
      *         in the month and nothing left to spend are skipped.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *The loyalty points ledger Program2 maintains - the customers
      *to statement.
           select loy-file
               assign to
               "../../../../Program2/data/loyalty-ledger.dat"
               organization is line sequential
               file status is ws-loy-status.

      *The ledger change journal Program2 appends every points
      *movement to - the statement lines and the balances carried
      *in and out.
           select ledger-journal-file
               assign to
               "../../../../Program2/data/ledger-journal.dat"
               organization is line sequential
               file status is ws-lj-status.

      *Loyalty control file - the dollar value of one point.
           select loy-control-file
               assign to
               "../../../../Program2/data/loyalty-control.dat"
               organization is line sequential
               file status is ws-loyctl-status.

      *Customer master reference file - the names on the
      *statements.
           select customer-master-file
               assign to
               "../../../../Program1/data/customer-master.dat"
               organization is line sequential
               file status is ws-custmst-status.

      *Statement request - the yymm ops wants statements for,
      *normally the month just closed. The file is emptied once
      *applied, the same truncate-after-consuming pattern
      *ar-statement-request.dat follows.
           select request-file
               assign to
               "../../../data/loyalty-statement-request.dat"
               organization is line sequential
               file status is ws-req-status.

      *Output file declaration
           select statement-file
               assign to "../../../data/loyalty-statements.out"
               organization is line sequential.

       data division.
       file section.

      *Define the loyalty ledger record - same shape Program2
      *writes it.
       fd loy-file
           data record is loy-record
           record contains 33 characters.

       01 loy-record.
           05 loy-cust-num                     pic 9(6).
           05 loy-earned-pts                   pic s9(7).
           05 loy-redeemed-pts                 pic s9(7).
           05 loy-balance-pts                  pic s9(7).
           05 loy-last-act-date                pic 9(6).

      *Define the ledger change journal record - same shape
      *Program2 writes it. Loyalty lines carry the customer number
      *in the key and whole points in the balance fields.
       fd ledger-journal-file
           data record is lj-record
           record contains 67 characters.

       01 lj-record.
           05 lj-ledger-id                     pic x.
           05 lj-key                           pic x(15).
           05 lj-action                        pic x.
           05 lj-before-balance                pic s9(7)v99.
           05 lj-after-balance                 pic s9(7)v99.
           05 lj-trans-amt                     pic 9(7)v99.
           05 lj-invoice-num                   pic x(9).
           05 lj-batch-date.
               10 lj-batch-yymm                pic 9(4).
               10 lj-batch-dd                  pic 99.
           05 lj-run-id                        pic 9(8).

      *Define the loyalty control line.
       fd loy-control-file
           data record is lc-record-in
           record contains 10 characters.

       01 lc-record-in.
           05 lc-earn-rate-in                  pic 9(3)v99.
           05 lc-point-value-in                pic 9v9999.

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

      *Define the statement request record - the yymm wanted.
       fd request-file
           data record is req-record
           record contains 4 characters.

       01 req-record.
           05 req-stmt-yy                      pic xx.
           05 req-stmt-mm                      pic xx.

      *Define the statement line.
       fd statement-file
           data record is stmt-line
           record contains 100 characters.

       01 stmt-line                            pic x(100).

       working-storage section.

       77 ws-loy-status                        pic xx
           value "00".
       77 ws-lj-status                         pic xx
           value "00".
       77 ws-loyctl-status                     pic xx
           value "00".
       77 ws-custmst-status                    pic xx
           value "00".
       77 ws-req-status                        pic xx
           value "00".

       77 ws-loy-eof-flag                      pic x
           value "N".
       77 ws-lj-eof-flag                       pic x
           value "N".
       77 ws-cust-eof-flag                     pic x
           value "N".

      *Remembers whether the request file was on hand at open time.
       77 ws-req-present-flag                  pic x
           value "N".

      *The month being statemented, as yymm so a journal line's
      *batch month compares against it directly.
       01 ws-stmt-month.
           05 ws-stmt-yy                       pic 99
               value 0.
           05 ws-stmt-mm                       pic 99
               value 0.

       01 ws-stmt-yymm redefines ws-stmt-month pic 9(4).

      *Used if loyalty-control.dat is missing - each point worth a
      *cent, the same default Program2 runs with.
       01 ws-con-loy-value-default             pic 9v9999
           value 0.0100.
       01 ws-loy-point-value                   pic 9v9999
           value 0.

      *The loyalty ledger loaded into memory - one statement block
      *per customer on it with anything to say.
       01 ws-loy-tbl-cnt                       pic 9(4)
           value 0.

       01 ws-loy-tbl.
           05 ws-loy-tbl-entry                 occurs 1 to 5000 times
                   depending on ws-loy-tbl-cnt
                   indexed by ws-loy-idx.
               10 ws-loy-tbl-cust               pic 9(6).

      *The customer whose statement is being worked on - the
      *journal is re-read per customer, the same one-pass-per-key
      *shape the house-account statements use. The first pass
      *finds the points carried in and out and whether anything
      *moved; the second prints the month's lines.
       01 ws-stmt-key.
           05 ws-stmt-cust-wanted              pic 9(6)
               value 0.
           05 filler                           pic x(9)
               value spaces.

       01 ws-opening-pts                       pic s9(7)
           value 0.
       01 ws-closing-pts                       pic s9(7)
           value 0.
       01 ws-line-pts                          pic s9(7)
           value 0.
       01 ws-closing-value                     pic s9(7)v99
           value 0.

       77 ws-cnt-activity-lines                pic 9(5)
           value 0.
       77 ws-cnt-statements                    pic 9(4)
           value 0.

      *In-memory copy of the customer master for the names.
       01 ws-cust-tbl-cnt                      pic 9(4)
           value 0.

       01 ws-cust-tbl.
           05 ws-cust-tbl-entry                occurs 1 to 5000 times
                   depending on ws-cust-tbl-cnt
                   indexed by ws-cust-idx.
               10 ws-cust-tbl-num               pic 9(6).
               10 ws-cust-tbl-name              pic x(20).

       77 ws-cust-check-num                    pic 9(6)
           value 0.
       77 ws-cust-found-flag                   pic x
           value "N".
       77 ws-cust-match-idx                    pic 9(4)
           value 0.

       01 ws-report-header.
           05 filler                           pic x(30)
               value "LOYALTY POINTS STATEMENTS FOR ".
           05 ws-rh-stmt-yy                    pic 99.
           05 filler                           pic x
               value "/".
           05 ws-rh-stmt-mm                    pic 99.

       01 ws-no-request-line.
           05 filler                           pic x(46)
               value "NO STATEMENT REQUEST MONTH ON FILE - NOTHING".

       01 ws-account-header-line.
           05 filler                           pic x(10)
               value "CUSTOMER: ".
           05 ws-ah-cust-num                   pic 9(6).
           05 filler                           pic x(2).
           05 ws-ah-cust-name                  pic x(20).

       01 ws-opening-line.
           05 filler                           pic x(3).
           05 filler                           pic x(22)
               value "POINTS CARRIED IN:    ".
           05 ws-ol-points                     pic z,zzz,zz9-.

       01 ws-activity-line.
           05 filler                           pic x(3).
           05 ws-al-trans-date                 pic 9(6).
           05 filler                           pic x(2).
           05 ws-al-activity-name              pic x(10).
           05 filler                           pic x(2).
           05 ws-al-invoice-num                pic x(9).
           05 filler                           pic x(2).
           05 ws-al-amount                     pic $zzz,zz9.99.
           05 filler                           pic x(2).
           05 ws-al-points                     pic z,zzz,zz9-.
           05 filler                           pic x(4)
               value " PTS".

       01 ws-con-activity-names.
           05 ws-con-name-earned               pic x(10)
               value "EARNED".
           05 ws-con-name-redeemed             pic x(10)
               value "REDEEMED".
           05 ws-con-name-reversed             pic x(10)
               value "TAKEN BACK".
           05 ws-con-name-restored             pic x(10)
               value "GIVEN BACK".

       01 ws-no-activity-line.
           05 filler                           pic x(3).
           05 filler                           pic x(30)
               value "NO ACTIVITY THIS MONTH".

       01 ws-closing-line.
           05 filler                           pic x(3).
           05 filler                           pic x(22)
               value "POINTS CARRIED OUT:   ".
           05 ws-cl-points                     pic z,zzz,zz9-.
           05 filler                           pic x(10)
               value "  WORTH ".
           05 ws-cl-value                      pic $$$,$$9.99-.

       01 ws-trailer-line.
           05 filler                           pic x(22)
               value "STATEMENTS PRINTED:   ".
           05 ws-tl-statement-count            pic zz,zz9.

       procedure division.
       000-main.

           perform 100-load-request.

           goback.

      *Read the request month and run, or report that there was
      *nothing to do.
       100-load-request.

           open output statement-file.

           open input request-file.

           if (ws-req-status = "00") then

               move "Y" to ws-req-present-flag

               read request-file
                   at end move spaces to req-record
               end-read

               close request-file

           end-if.

           if (req-stmt-yy is numeric)
               and (req-stmt-mm is numeric) then

               move req-stmt-yy to ws-stmt-yy
               move req-stmt-mm to ws-stmt-mm

               move ws-stmt-yy to ws-rh-stmt-yy
               move ws-stmt-mm to ws-rh-stmt-mm
               write stmt-line from ws-report-header
               write stmt-line from spaces

               perform 105-load-loyalty-control
               perform 110-load-customer-master
               perform 130-load-loyalty-ledger
               perform 300-write-statements

      *Empty the request file so the same month isn't run twice by
      *accident - reprinting is a deliberate re-drop of the month.
               if (ws-req-present-flag = "Y") then
                   open output request-file
                   close request-file
               end-if

           else

               write stmt-line from ws-no-request-line

           end-if.

           close statement-file.

      *Load the point value the closing balance is priced at. A
      *missing control file means the built-in default.
       105-load-loyalty-control.

           move ws-con-loy-value-default to ws-loy-point-value.

           open input loy-control-file.

           if (ws-loyctl-status = "00") then

               read loy-control-file
                   not at end
                       if (lc-point-value-in is numeric)
                           and (lc-point-value-in > 0) then
                           move lc-point-value-in
                               to ws-loy-point-value
                       end-if
               end-read

               close loy-control-file

           end-if.

      *Load the customer master into a table for the names. A
      *missing file just means the name line prints blank.
       110-load-customer-master.

           open input customer-master-file.

           if (ws-custmst-status = "00") then

               read customer-master-file
                   at end move "Y" to ws-cust-eof-flag
               end-read

               perform 120-load-customer-entry
                   until ws-cust-eof-flag = "Y"

               close customer-master-file

           end-if.

       120-load-customer-entry.

           add 1 to ws-cust-tbl-cnt.
           set ws-cust-idx to ws-cust-tbl-cnt.

           move cm-in-cust-num  to ws-cust-tbl-num(ws-cust-idx).
           move cm-in-cust-name to ws-cust-tbl-name(ws-cust-idx).

           read customer-master-file
               at end move "Y" to ws-cust-eof-flag.

      *Load the loyalty ledger - every customer on it is a
      *candidate for a statement. A missing ledger just means no
      *points have moved yet.
       130-load-loyalty-ledger.

           open input loy-file.

           if (ws-loy-status = "00") then

               read loy-file
                   at end move "Y" to ws-loy-eof-flag
               end-read

               perform 140-load-loyalty-entry
                   until ws-loy-eof-flag = "Y"

               close loy-file

           end-if.

       140-load-loyalty-entry.

           add 1 to ws-loy-tbl-cnt.
           set ws-loy-idx to ws-loy-tbl-cnt.

           move loy-cust-num to ws-loy-tbl-cust(ws-loy-idx).

           read loy-file
               at end move "Y" to ws-loy-eof-flag.

      *One statement block per customer with points moving in the
      *month or points left to spend at the end of it.
       300-write-statements.

           perform 310-write-one-statement
               varying ws-loy-idx from 1 by 1
               until ws-loy-idx > ws-loy-tbl-cnt.

           write stmt-line from spaces.
           move ws-cnt-statements to ws-tl-statement-count.
           write stmt-line from ws-trailer-line.

       310-write-one-statement.

           move ws-loy-tbl-cust(ws-loy-idx) to ws-stmt-cust-wanted.

           perform 400-scan-month-balances.

           if (ws-cnt-activity-lines > 0)
               or (ws-closing-pts not = 0) then

               move ws-stmt-cust-wanted to ws-ah-cust-num
               move ws-stmt-cust-wanted to ws-cust-check-num
               perform 500-determine-customer-name
               write stmt-line from ws-account-header-line

               move ws-opening-pts to ws-ol-points
               write stmt-line from ws-opening-line

               if (ws-cnt-activity-lines = 0) then
                   write stmt-line from ws-no-activity-line
               else
                   perform 420-write-month-activity
               end-if

               compute ws-closing-value rounded
                   = ws-closing-pts * ws-loy-point-value
               move ws-closing-pts   to ws-cl-points
               move ws-closing-value to ws-cl-value
               write stmt-line from ws-closing-line
               write stmt-line from spaces

               add 1 to ws-cnt-statements

           end-if.

      *First pass over the journal for this customer: the last
      *after-balance dated before the month is the points carried
      *in, the last one dated up to the month's end is the points
      *carried out, and the month's own lines are counted.
       400-scan-month-balances.

           move 0 to ws-opening-pts.
           move 0 to ws-closing-pts.
           move 0 to ws-cnt-activity-lines.
           move "N" to ws-lj-eof-flag.

           open input ledger-journal-file.

           if (ws-lj-status = "00") then

               read ledger-journal-file
                   at end move "Y" to ws-lj-eof-flag
               end-read

               perform 410-scan-one-journal-line
                   until ws-lj-eof-flag = "Y"

               close ledger-journal-file

           end-if.

       410-scan-one-journal-line.

           if (lj-ledger-id = "P")
               and (lj-key = ws-stmt-key) then

               if (lj-batch-yymm < ws-stmt-yymm) then
                   move lj-after-balance to ws-opening-pts
                   move lj-after-balance to ws-closing-pts
               else
               if (lj-batch-yymm = ws-stmt-yymm) then
                   move lj-after-balance to ws-closing-pts
                   if (lj-action not = "O") then
                       add 1 to ws-cnt-activity-lines
                   end-if
               end-if
               end-if

           end-if.

           read ledger-journal-file
               at end move "Y" to ws-lj-eof-flag.

      *Second pass: print the month's movements. An opening
      *position only marks where journaling began and prints
      *nothing of its own.
       420-write-month-activity.

           move "N" to ws-lj-eof-flag.

           open input ledger-journal-file.

           if (ws-lj-status = "00") then

               read ledger-journal-file
                   at end move "Y" to ws-lj-eof-flag
               end-read

               perform 430-write-one-journal-line
                   until ws-lj-eof-flag = "Y"

               close ledger-journal-file

           end-if.

       430-write-one-journal-line.

           if (lj-ledger-id = "P")
               and (lj-key = ws-stmt-key)
               and (lj-batch-yymm = ws-stmt-yymm)
               and (lj-action not = "O") then

               move lj-batch-date to ws-al-trans-date

               if (lj-action = "E") then
                   move ws-con-name-earned to ws-al-activity-name
               else
               if (lj-action = "D") then
                   move ws-con-name-redeemed to ws-al-activity-name
               else
               if (lj-action = "X") then
                   move ws-con-name-reversed to ws-al-activity-name
               else
                   move ws-con-name-restored to ws-al-activity-name
               end-if
               end-if
               end-if

               compute ws-line-pts
                   = lj-after-balance - lj-before-balance

               move lj-invoice-num to ws-al-invoice-num
               move lj-trans-amt   to ws-al-amount
               move ws-line-pts    to ws-al-points

               write stmt-line from ws-activity-line

           end-if.

           read ledger-journal-file
               at end move "Y" to ws-lj-eof-flag.

      *Look up this customer's name on the customer master table. A
      *customer not on file prints with a blank name.
       500-determine-customer-name.

           move spaces to ws-ah-cust-name.
           move "N" to ws-cust-found-flag.

           perform 510-compare-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-tbl-cnt
                   or ws-cust-found-flag = "Y".

           if (ws-cust-found-flag = "Y") then

               move ws-cust-tbl-name(ws-cust-match-idx)
                   to ws-ah-cust-name

           end-if.

      *Compare one customer entry to ws-cust-check-num, remembering
      *where the match sits - the perform varying above leaves
      *ws-cust-idx one past it by the time the loop stops.
       510-compare-customer-entry.

           if (ws-cust-check-num = ws-cust-tbl-num(ws-cust-idx)) then

               move "Y" to ws-cust-found-flag
               set ws-cust-match-idx to ws-cust-idx

           end-if.

       end program Program48.
