      *            file), and reconciles each store's banked total
      *            against the expected cash deposit re-computed
      *            here from S-L-Data.dat, Return-Data.dat, and
      *            Void-Data.dat, less the cash refunds sent for a
      *            head-office cheque on Refund-Cheque-Totals.dat -
      *            the same arithmetic Cash_Deposit prints on the
      *            slips - then reports each store's
      *            over/short.  Deposits dated outside the day are
      *            listed, not reconciled.
      *            Cash shrinkage surfaces the next morning instead
           assign to "../../../../data/Void-Data.dat"
           organization is line sequential
           file status is ws-void-status.
      *
      *Cash refunds Returns sent to head office for a cheque
       select cheque-totals-file
           assign to "../../../../data/Refund-Cheque-Totals.dat"
           organization is line sequential
           file status is ws-chqtot-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           05 bnk-deposit-date         pic 9(8).
           05 bnk-deposit-amount       pic 9(10)v99.
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
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdl-trans-code           pic x.
           05 vdl-rec-type             pic x.
               88 vdl-detail-rec       value 'D'.
           05 vdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *one store's cash refunds sent for a cheque today
       fd cheque-totals-file
           data record is cheque-totals-line
           record contains 19 characters.
      *
       01 cheque-totals-line.
           05 rct-store-num            pic 99.
           05 rct-cheque-count         pic 9(5).
           05 rct-cheque-amount        pic 9(10)v99.
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
       fd report-file
           data record is output-line
           05 ws-sl-status             pic xx      value "00".
           05 ws-return-status         pic xx      value "00".
           05 ws-void-status           pic xx      value "00".
           05 ws-chqtot-status         pic xx      value "00".
      *
      *store master table with the day's expected-cash arithmetic
      *and the bank's reported total per store
           perform 25-open-files.
           perform 100-accumulate-cash-sales.
           perform 110-accumulate-cash-refunds.
           perform 117-take-out-cheque-refunds.
           perform 120-accumulate-cash-voids.
           perform 128-resolve-business-date.
      *    the headings go down before the bank file is read - its
           end-if.
      *
      *************************************************************
      *takes the cash refunds Returns sent for a head-office cheque
      *back out - the money never left the till
       117-take-out-cheque-refunds.
           move "n" to eof-flag.
           open input cheque-totals-file.
           if ws-chqtot-status = "00"
               perform 118-read-cheque-totals
                 until eof-flag = eof-y
               close cheque-totals-file
           end-if.
      *
       118-read-cheque-totals.
           read cheque-totals-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and rct-cheque-amount is numeric
               move rct-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   if rct-cheque-amount <
                     ws-store-tbl-ref-amt(ws-store-match-idx)
                       subtract rct-cheque-amount from
                         ws-store-tbl-ref-amt(ws-store-match-idx)
                   else
                       move 0 to
                         ws-store-tbl-ref-amt(ws-store-match-idx)
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *rolls the day's voided cash sales up per store
       120-accumulate-cash-voids.
           move "n" to eof-flag.
