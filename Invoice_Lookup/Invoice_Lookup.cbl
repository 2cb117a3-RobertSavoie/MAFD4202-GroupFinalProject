      *valid sales/layaway line, same layout Final_EditFile writes
       fd valid-data-file
           data record is valid-data-line
           record contains 80 characters.
      *
       01 valid-data-line.
           05 vdl-trans-code            pic x.
           05 vdl-trans-date            pic x(8).
           05 vdl-rec-type              pic x.
               88 vdl-detail-rec        value 'D'.
               88 vdl-tender-rec        value 'P'.
           05 vdl-quantity              pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson           pic 9(5).
           05 filler                    pic x(25).
      *
      *return line, same layout Final_Data_Split_Count writes
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rdl-trans-code            pic x.
           05 rdl-rec-type              pic x.
               88 rdl-detail-rec        value 'D'.
           05 rdl-quantity              pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson           pic 9(5).
           05 filler                    pic x(25).
      *
       fd store-master-file
           data record is store-master-line
           record contains 31 characters.
      *
       01 store-master-line.
           05 stm-store-num            pic 99.
           05 stm-store-name           pic x(20).
           05 stm-active-flag          pic x.
           05 stm-open-date            pic 9(8).
      *
       fd output-file
           data record is output-line
       42-print-valid-match.
           add 1 to ws-match-count.
      *    a multi-item invoice prints its header receipt first and
      *    one ITEM block per detail line after it; a split-tender
      *    invoice adds one TENDER block per payment taken
           if vdl-detail-rec
               move "ITEM"       to rcd-source
           else
           if vdl-tender-rec
               move "TENDER"     to rcd-source
           else
               if vdl-trans-code = "L"
                   move "LAYAWAY"    to rcd-source
               else
                   move "SALE"       to rcd-source
               end-if
           end-if
           end-if.
           move vdl-trans-code      to rcd-trans-code.
           move vdl-trans-amt       to rcd-trans-amt.
