      *
       fd payment-xchk-file
           data record is payment-xchk-line
           record contains 55 characters.
      *
       01 payment-xchk-line.
           05 pxk-ca-count             pic 9(7).
           05 pxk-cr-percent           pic 99v99.
           05 pxk-db-percent           pic 99v99.
           05 pxk-gc-percent           pic 99v99.
           05 pxk-us-count             pic 9(7).
           05 pxk-us-percent           pic 99v99.
      *
       fd store-xchk-file
           data record is store-xchk-line
           05 sxk-store-num            pic 99.
           05 sxk-sl-amount            pic 9(10)v99.
      *
      *sales & layaway line, same 80-byte layout the chain carries
       fd s-l-data-file
           data record is s-l-data-line
           record contains 80 characters.
      *
       01 s-l-data-line.
           05 sld-trans-code           pic x.
               88 sld-cr-type                      value "CR".
               88 sld-db-type                      value "DB".
               88 sld-gc-type                      value "GC".
               88 sld-us-type                      value "US".
           05 sld-store-num            pic 99.
           05 sld-invoice              pic x(9).
           05 sld-sku                  pic x(15).
           05 sld-rec-type             pic x.
               88 sld-detail-rec       value 'D'.
           05 sld-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 sld-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rdl-trans-code           pic x.
           05 rdl-trans-date           pic x(8).
           05 rdl-rec-type             pic x.
           05 rdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdl-trans-code           pic x.
           05 vdl-trans-date           pic x(8).
           05 vdl-rec-type             pic x.
           05 vdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *one journal line of the GL extract
       fd gl-extract-file
           data record is gl-extract-line
           record contains 26 characters.
      *
       01 gl-extract-line.
           05 gle-account              pic 9(4).
           05 gle-store-num            pic 99.
           05 gle-amount               pic 9(10)v99.
           05 gle-dc-flag              pic x.
      *    "P" and the closed year/month on a prior-period adjustment
           05 gle-line-type            pic x.
           05 gle-orig-period          pic 9(6).
      *
      *one line appended per program per run
       fd audit-trail-file
           05 ws-cnt-cr                pic 9(7)     value 0.
           05 ws-cnt-db                pic 9(7)     value 0.
           05 ws-cnt-gc                pic 9(7)     value 0.
           05 ws-cnt-us                pic 9(7)     value 0.
      *
      *the per-store header amount recount off S-L-Data
       01 ws-store-recount-table.
                   if sld-gc-type
                       add 1 to ws-cnt-gc
                   end-if
                   if sld-us-type
                       add 1 to ws-cnt-us
                   end-if
                   if sld-store-num is numeric and sld-store-num > 0
                       add sld-trans-amt to
                         ws-str-amount(sld-store-num)
                       move 0 to pxk-cr-count
                       move 0 to pxk-db-count
                       move 0 to pxk-gc-count
                       move 0 to pxk-us-count
               end-read
               close payment-xchk-file
           else
               move 0 to pxk-cr-count
               move 0 to pxk-db-count
               move 0 to pxk-gc-count
               move 0 to pxk-us-count
           end-if.
      *    a control file written before US cash was taken reads
      *    its missing US count back as spaces
           if pxk-us-count is not numeric
               move 0 to pxk-us-count
           end-if.
      *
           if pxk-ca-count = ws-cnt-ca and
             pxk-cr-count = ws-cnt-cr and
             pxk-db-count = ws-cnt-db and
             pxk-gc-count = ws-cnt-gc and
             pxk-us-count = ws-cnt-us
               move "PASS" to ws-verdict-payment
           else
               move "FAIL" to ws-verdict-payment
