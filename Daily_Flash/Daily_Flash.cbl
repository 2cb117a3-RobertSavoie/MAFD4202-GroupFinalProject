      *
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rdl-trans-code           pic x.
           05 rdl-rec-type             pic x.
               88 rdl-detail-rec       value 'D'.
           05 rdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *the flash figure carried from the previous run
       fd flash-history-file
