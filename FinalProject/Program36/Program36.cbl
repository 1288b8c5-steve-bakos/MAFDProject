      *Define the activity record - same shape Program2 writes it.
       fd ar-activity-file
           data record is ar-activity-rec
           record contains 41 characters.

       01 ar-activity-rec.
           05 aa-cust-num                      pic 9(6).
           05 aa-amount                        pic 9(7)v99.
           05 aa-invoice-num                   pic x(9).
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

      *Define the statement request record - the yymm wanted.
       fd request-file
               value "CREDIT".
           05 ws-con-name-payment              pic x(10)
               value "PAYMENT".
           05 ws-con-name-fin-charge           pic x(10)
               value "FIN CHARGE".

       01 ws-no-activity-line.
           05 filler                           pic x(3).
               else
               if (aa-activity-type = "R") then
                   move ws-con-name-credit to ws-al-activity-name
               else
               if (aa-activity-type = "F") then
                   move ws-con-name-fin-charge to ws-al-activity-name
               else
                   move ws-con-name-payment to ws-al-activity-name
               end-if
               end-if
               end-if

               move aa-invoice-num to ws-al-invoice-num
               move aa-amount      to ws-al-amount
