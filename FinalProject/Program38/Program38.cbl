      *         evidence, and prints a claims-aging report showing
      *         what each vendor owes us and for how long. The
      *         five figures a year of vendor-recoverable damage
      *         stop being our loss by default. Each vendor prints
      *         with its name from the vendor master.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-skumst-status.

      *Vendor master - the vendor's name printed beside its id on
      *the aging, so the claims go to a name and not a code.
           select vendor-master-file
               assign to
               "../../../../Program43/data/vendor-master.dat"
               organization is line sequential
               file status is ws-vndmst-status.

      *The cumulative claim file - one appended record per damaged
      *return, the evidence the vendor gets billed against. A
      *claim stays on file (and keeps aging on the report) until
      *writes it.
       fd ret-file
           data record is ret-in
           record contains 68 characters.

       01 ret-in.
           05 ri-trans-code                    pic x.
           05 ri-cust-num                      pic 9(6).
           05 ri-quantity                      pic 9(3).
           05 ri-unit-price                    pic 9(5)v99.
           05 ri-trans-time                    pic 9(4).

      *Define the SKU master input record
       fd sku-master-file
           data record is sm-record-in
           record contains 60 characters.

       01 sm-record-in.
           05 sm-sku-code-in                   pic x(15).
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

      *Define the claim record - the evidence line per damaged
      *return.
      *Define the output file
       fd output-file
           data record is output-line
           record contains 136 characters.

       01 output-line                          pic x(136).

      *Define the run-id record - today's batch date plus a
      *time-of-day run id.
           value "00".
       77 ws-runid-status                      pic xx
           value "00".
       77 ws-vndmst-status                     pic xx
           value "00".
       77 ws-skumst-eof-flag                   pic x
           value "N".
       77 ws-vndmst-eof-flag                   pic x
           value "N".
       77 ws-claim-eof-flag                    pic x
           value "N".

       77 ws-skumst-match-idx                  pic 9(4)
           value 0.

      *In-memory copy of the vendor master's names.
       01 ws-vname-tbl-cnt                     pic 9(4)
           value 0.

       01 ws-vname-tbl.
           05 ws-vname-tbl-entry               occurs 1 to 1000 times
                   depending on ws-vname-tbl-cnt
                   indexed by ws-vname-idx.
               10 ws-vname-tbl-id               pic x(5).
               10 ws-vname-tbl-name             pic x(25).

       77 ws-vname-found-flag                  pic x
           value "N".
       77 ws-vname-match-idx                   pic 9(4)
           value 0.

       01 ws-con-unknown-vendor                pic x(25)
           value "** NOT ON VENDOR MASTER".

      *Per-vendor aging tallies, built from the whole cumulative
      *claim file.
       01 ws-vnd-tbl-cnt                       pic 9(3)
           05 filler                           pic x(8)
               value "VENDOR: ".
           05 ws-vl-vendor-id                  pic x(5).
           05 filler                           pic x(1).
           05 ws-vl-vendor-name                pic x(25).
           05 filler                           pic x(9)
               value "  CLAIMS ".
           05 ws-vl-claim-cnt                  pic zz,zz9.

           perform 100-open-files.
           perform 110-load-sku-master.
           perform 130-load-vendor-master.
           perform 150-check-rerun.

           if (ws-rerun-flag not = "Y") then
           read sku-master-file
               at end move "Y" to ws-skumst-eof-flag.

      *Load the vendor master's names. A missing file leaves every
      *vendor flagged as unknown on the aging rather than blank.
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

           add 1 to ws-vname-tbl-cnt.
           set ws-vname-idx to ws-vname-tbl-cnt.

           move vm-vendor-id   to ws-vname-tbl-id(ws-vname-idx).
           move vm-vendor-name to ws-vname-tbl-name(ws-vname-idx).

           read vendor-master-file
               at end move "Y" to ws-vndmst-eof-flag.

      *This run's id already stamped in the claim control means the
      *split on disk was claimed by a first pass - only the aging
      *report reprints.
       610-write-one-vendor-line.

           move ws-vnd-tbl-vendor(ws-vnd-idx)      to ws-vl-vendor-id.
           perform 620-find-vendor-name.
           move ws-vnd-tbl-claim-cnt(ws-vnd-idx)   to ws-vl-claim-cnt.
           move ws-vnd-tbl-current-amt(ws-vnd-idx)
               to ws-vl-current-amt.

           write output-line from ws-vendor-line.

      *Look up the name for the vendor on this aging line.
       620-find-vendor-name.

           move "N" to ws-vname-found-flag.

           perform 630-compare-vendor-name
               varying ws-vname-idx from 1 by 1
               until ws-vname-idx > ws-vname-tbl-cnt
                   or ws-vname-found-flag = "Y".

           if (ws-vname-found-flag = "Y") then
               move ws-vname-tbl-name(ws-vname-match-idx)
                   to ws-vl-vendor-name
           else
               move ws-con-unknown-vendor to ws-vl-vendor-name
           end-if.

       630-compare-vendor-name.

           if (ws-vnd-tbl-vendor(ws-vnd-idx)
               = ws-vname-tbl-id(ws-vname-idx)) then

               move "Y" to ws-vname-found-flag
               set ws-vname-match-idx to ws-vname-idx

           end-if.

      *Append this run's completion record to the shared run-history
      *file, creating it on the first run ever.
       990-write-run-history.
