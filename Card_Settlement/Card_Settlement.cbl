           05 pst-settled-count        pic 9(7).
           05 pst-settled-amount       pic 9(10)v99.
      *
      *sales & layaway line, same 80-byte layout the chain carries
       fd s-l-data-file
           data record is s-l-data-line
           record contains 80 characters.
      *
       01 s-l-data-line.
           05 sld-trans-code           pic x.
           05 sld-rec-type             pic x.
               88 sld-detail-rec       value 'D'.
           05 sld-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 sld-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *payment-type totals and percentages written by
      *Final_Data_Split_Count
       fd payment-xchk-file
           data record is payment-xchk-line
           record contains 55 characters.
      *
      *the GC and US figures ride along for the other readers; a
      *gift-card redemption or US cash never reaches the card
      *processor, so neither plays any part in this reconciliation
       01 payment-xchk-line.
           05 pxk-ca-count             pic 9(7).
           05 pxk-cr-count             pic 9(7).
           05 pxk-cr-percent           pic 99v99.
           05 pxk-db-percent           pic 99v99.
           05 pxk-gc-percent           pic 99v99.
           05 pxk-us-count             pic 9(7).
           05 pxk-us-percent           pic 99v99.
      *
       fd report-file
           data record is output-line
                   move eof-y to eof-flag
           end-read.
      *    an item detail line's money is already on its invoice
      *    header, so only the headers are what the processor settled.
      *    A split-tender header carries 'SP' and settles nothing
      *    itself - each card tender line settles its own share.
           if eof-flag not = eof-y and not sld-detail-rec
             and (sld-trans-code = "S" or sld-trans-code = "L")
               if sld-ca-type
