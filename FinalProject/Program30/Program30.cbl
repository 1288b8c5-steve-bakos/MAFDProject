       author.Steve Bakos
       date-written.September 1st, 2026
      *Purpose: SKU master maintenance - applies adds, price
      *         changes, description changes, department/class
      *         changes and discontinues from
      *         a change-control file to sku-master.dat with
      *         validation, rejects listed with reasons, and an
      *         audit log, the same controlled-maintenance pattern
               file status is ws-skumst-status.

      *Change-control file - ops drops one line per change: the
      *action (A add, P price change, D description change, H
      *department/class change, X discontinue), the SKU, and
      *whichever of the new price, new description, effective date
      *and new department and class the action needs. Applied
      *changes are consumed; a price change whose effective date
      *hasn't arrived is written back to wait.
           select sku-change-file
      *chain reads.
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

      *Define the change-control record. chg-new-cost and
      *chg-new-vendor only matter on an add - zeros and spaces are
      *an acceptable "not known yet". The department is required on
      *an add and on a department/class change; the class may be
      *left blank where a department isn't broken down further.
       fd sku-change-file
           data record is chg-record
           record contains 67 characters.

       01 chg-record.
           05 chg-action                       pic x.
           05 chg-effective-date               pic x(6).
           05 chg-new-cost                     pic x(7).
           05 chg-new-vendor                   pic x(5).
           05 chg-new-dept                     pic x(3).
           05 chg-new-class                    pic x(3).

      *Define the audit log line.
       fd audit-log-file
               10 ws-sku-tbl-price              pic 9(5)v99.
               10 ws-sku-tbl-cost               pic 9(5)v99.
               10 ws-sku-tbl-vendor             pic x(5).
               10 ws-sku-tbl-dept               pic x(3).
               10 ws-sku-tbl-class              pic x(3).
               10 ws-sku-tbl-dropped-flag       pic x.

       77 ws-sku-check-code                    pic x(15)
           05 ws-pend-tbl-entry                occurs 1 to 500 times
                   depending on ws-pend-tbl-cnt
                   indexed by ws-pend-idx.
               10 ws-pend-tbl-record            pic x(67).

       01 ws-audit-header.
           05 filler                           pic x(24)
           05 filler                           pic x(8)
               value "  NEW: ".
           05 ws-aa-new-price                  pic $zz,zz9.99.
           05 filler                           pic x(8)
               value "  DEPT: ".
           05 ws-aa-dept                       pic x(3).
           05 filler                           pic x
               value "/".
           05 ws-aa-class                      pic x(3).

       01 ws-con-action-names.
           05 ws-con-act-added                 pic x(12)
               value "PRICE CHANGE".
           05 ws-con-act-desc                  pic x(12)
               value "DESC CHANGE".
           05 ws-con-act-dept                  pic x(12)
               value "DEPT CHANGE".
           05 ws-con-act-dropped               pic x(12)
               value "DISCONTINUED".

           move sm-sku-price-in to ws-sku-tbl-price(ws-sku-idx).
           move sm-sku-cost-in  to ws-sku-tbl-cost(ws-sku-idx).
           move sm-sku-vendor-in to ws-sku-tbl-vendor(ws-sku-idx).
           move sm-sku-dept-in  to ws-sku-tbl-dept(ws-sku-idx).
           move sm-sku-class-in to ws-sku-tbl-class(ws-sku-idx).
           move "N"             to ws-sku-tbl-dropped-flag(ws-sku-idx).

           read sku-master-file

               perform 420-apply-desc-change

           else
           if (chg-action = "H") then

               perform 425-apply-dept-change

           else
           if (chg-action = "X") then

           end-if
           end-if
           end-if
           end-if
           end-if.

           read sku-change-file

           move ws-run-date  to ws-ar-run-date.
           move chg-sku-code to ws-ar-sku-code.
           move "ACTION NOT A, P, D, H OR X" to ws-ar-reason.
           write audit-line from ws-audit-rejected-line.
           add 1 to ws-cnt-rejected.

      *A new SKU needs a code not already on the master, a numeric
      *price and a department.
       400-apply-add.

           move chg-sku-code to ws-sku-check-code.
               write audit-line from ws-audit-rejected-line
               add 1 to ws-cnt-rejected

           else
           if (chg-new-dept = spaces) then

               move ws-run-date  to ws-ar-run-date
               move chg-sku-code to ws-ar-sku-code
               move "DEPARTMENT IS BLANK" to ws-ar-reason
               write audit-line from ws-audit-rejected-line
               add 1 to ws-cnt-rejected

           else

               add 1 to ws-sku-tbl-cnt

               move chg-new-vendor
                   to ws-sku-tbl-vendor(ws-sku-idx)
               move chg-new-dept  to ws-sku-tbl-dept(ws-sku-idx)
               move chg-new-class to ws-sku-tbl-class(ws-sku-idx)
               move "N" to ws-sku-tbl-dropped-flag(ws-sku-idx)

               move ws-run-date       to ws-aa-run-date
               move ws-con-act-added  to ws-aa-action-name
               move 0                 to ws-aa-old-price
               move ws-sku-tbl-price(ws-sku-idx) to ws-aa-new-price
               move ws-sku-tbl-dept(ws-sku-idx)  to ws-aa-dept
               move ws-sku-tbl-class(ws-sku-idx) to ws-aa-class
               write audit-line from ws-audit-applied-line
               add 1 to ws-cnt-applied

           end-if
           end-if
           end-if.


               move ws-sku-tbl-price(ws-sku-match-idx)
                   to ws-aa-new-price
               move ws-sku-tbl-dept(ws-sku-match-idx)  to ws-aa-dept
               move ws-sku-tbl-class(ws-sku-match-idx) to ws-aa-class
               write audit-line from ws-audit-applied-line
               add 1 to ws-cnt-applied

                   to ws-aa-old-price
               move ws-sku-tbl-price(ws-sku-match-idx)
                   to ws-aa-new-price
               move ws-sku-tbl-dept(ws-sku-match-idx)  to ws-aa-dept
               move ws-sku-tbl-class(ws-sku-match-idx) to ws-aa-class
               write audit-line from ws-audit-applied-line
               add 1 to ws-cnt-applied

           end-if
           end-if.

      *A department/class change needs its SKU on the master and a
      *non-blank department. The class is taken as given - blank
      *clears it. The audit line shows the new pair; the old one is
      *on the SKU's previous audit line.
       425-apply-dept-change.

           move chg-sku-code to ws-sku-check-code.
           perform 500-search-sku-table.

           if (ws-sku-found-flag = "N") then

               move ws-run-date  to ws-ar-run-date
               move chg-sku-code to ws-ar-sku-code
               move "SKU NOT ON SKU MASTER" to ws-ar-reason
               write audit-line from ws-audit-rejected-line
               add 1 to ws-cnt-rejected

           else
           if (chg-new-dept = spaces) then

               move ws-run-date  to ws-ar-run-date
               move chg-sku-code to ws-ar-sku-code
               move "DEPARTMENT IS BLANK" to ws-ar-reason
               write audit-line from ws-audit-rejected-line
               add 1 to ws-cnt-rejected

           else

               move chg-new-dept  to ws-sku-tbl-dept(ws-sku-match-idx)
               move chg-new-class
                   to ws-sku-tbl-class(ws-sku-match-idx)

               move ws-run-date     to ws-aa-run-date
               move chg-sku-code    to ws-aa-sku-code
               move ws-con-act-dept to ws-aa-action-name
               move ws-sku-tbl-price(ws-sku-match-idx)
                   to ws-aa-old-price
               move ws-sku-tbl-price(ws-sku-match-idx)
                   to ws-aa-new-price
               move ws-sku-tbl-dept(ws-sku-match-idx)  to ws-aa-dept
               move ws-sku-tbl-class(ws-sku-match-idx) to ws-aa-class
               write audit-line from ws-audit-applied-line
               add 1 to ws-cnt-applied

               move ws-sku-tbl-price(ws-sku-match-idx)
                   to ws-aa-old-price
               move 0                  to ws-aa-new-price
               move ws-sku-tbl-dept(ws-sku-match-idx)  to ws-aa-dept
               move ws-sku-tbl-class(ws-sku-match-idx) to ws-aa-class
               write audit-line from ws-audit-applied-line
               add 1 to ws-cnt-applied

               move ws-sku-tbl-cost(ws-sku-idx)  to sm-sku-cost-in
               move ws-sku-tbl-vendor(ws-sku-idx)
                   to sm-sku-vendor-in
               move ws-sku-tbl-dept(ws-sku-idx)  to sm-sku-dept-in
               move ws-sku-tbl-class(ws-sku-idx) to sm-sku-class-in
               write sm-record-in

           end-if.
