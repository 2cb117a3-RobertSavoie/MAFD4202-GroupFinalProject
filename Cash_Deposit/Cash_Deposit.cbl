      *            - and prints one deposit-slip page per store in
      *            Store-Master.dat, so the armoured-car pickup can
      *            be checked against an expected figure the same
      *            morning.  US cash taken at the border stores
      *            goes to the bank separately, so a store that took
      *            or paid out any US cash gets a second slip for
      *            the US dollars - sales and layaways less refunds
      *            and voids, in US funds, with the Canadian
      *            equivalent the tills rang it at - and none of it
      *            counts toward the Canadian deposit.  A cash
      *            refund over the store limit that Returns sent to
      *            head office for a cheque (Refund-Cheque-Totals.dat)
      *            never left the till, so it is shown on the slip
      *            but not taken off the deposit.  Run on its own
      *            after the daily chain.

       program-id. Cash_Deposit.
      *
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
       data division.
       file section.
      *
      *sales & layaway line, same 80-byte layout the chain carries
       fd s-l-data-file
           data record is s-l-data-line
           record contains 80 characters.
      *
       01 s-l-data-line.
           05 sld-trans-code           pic x.
           05 sld-trans-amt            pic 9(7)v99.
           05 sld-payment-type         pic xx.
               88 sld-ca-type                      value "CA".
               88 sld-us-type                      value "US".
           05 sld-store-num            pic 99.
           05 sld-invoice              pic x(9).
           05 sld-sku                  pic x(15).
           05 sld-rec-type             pic x.
               88 sld-detail-rec       value 'D'.
           05 sld-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 sld-salesperson          pic 9(5).
           05 filler                   pic x(10).
      *    US dollars on a US cash tender; the amount above is its
      *    Canadian equivalent at the day's till rate
           05 sld-foreign-amt          pic 9(7)v99.
           05 filler                   pic x(6).
      *
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rdl-trans-code           pic x.
           05 rdl-trans-amt            pic 9(7)v99.
           05 rdl-payment-type         pic xx.
               88 rdl-ca-type                      value "CA".
               88 rdl-us-type                      value "US".
           05 rdl-store-num            pic 99.
           05 rdl-invoice              pic x(9).
           05 rdl-sku                  pic x(15).
           05 rdl-rec-type             pic x.
               88 rdl-detail-rec       value 'D'.
           05 rdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson          pic 9(5).
           05 filler                   pic x(10).
      *    US dollars on a US cash tender; the amount above is its
      *    Canadian equivalent at the day's till rate
           05 rdl-foreign-amt          pic 9(7)v99.
           05 filler                   pic x(6).
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
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdl-trans-code           pic x.
           05 vdl-trans-amt            pic 9(7)v99.
           05 vdl-payment-type         pic xx.
               88 vdl-ca-type                      value "CA".
               88 vdl-us-type                      value "US".
           05 vdl-store-num            pic 99.
           05 vdl-invoice              pic x(9).
           05 vdl-sku                  pic x(15).
           05 vdl-rec-type             pic x.
               88 vdl-detail-rec       value 'D'.
           05 vdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson          pic 9(5).
           05 filler                   pic x(10).
      *    US dollars on a US cash tender; the amount above is its
      *    Canadian equivalent at the day's till rate
           05 vdl-foreign-amt          pic 9(7)v99.
           05 filler                   pic x(6).
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
       fd report-file
           data record is output-line
           05 filler                   pic x(10)   value " records  ".
           05 ws-slip-refund-amount    pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(46)   value spaces.
      *
       01 ws-slip-cheque-line.
           05 filler                   pic x(24)   value
                                       "Refunds Sent For Cheque:".
           05 ws-slip-cheque-count     pic zzz9.
           05 filler                   pic x(10)   value " records  ".
           05 ws-slip-cheque-amount    pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(46)   value
                                 "  (head office - not from the till)".
      *
       01 ws-slip-void-line.
           05 filler                   pic x(24)   value
           05 filler                   pic x(14)   value spaces.
           05 ws-slip-deposit-amount   pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(45)   value spaces.
      *
       01 ws-usd-slip-title.
           05 filler                   pic x(26)   value
                                       "US Dollar Deposit Slip  - ".
           05 ws-usd-date-year         pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-usd-date-month        pic 99.
           05 filler                   pic x       value "-".
           05 ws-usd-date-day          pic 99.
           05 filler                   pic x(64)   value spaces.
      *
       01 ws-usd-column-line.
           05 filler                   pic x(38)   value spaces.
           05 filler                   pic x(17)   value
                                       "       US Dollars".
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(17)   value
                                       "   CAD Equivalent".
           05 filler                   pic x(25)   value spaces.
      *
       01 ws-usd-amount-line.
           05 ws-usd-label             pic x(24).
           05 ws-usd-count             pic zzz9.
           05 ws-usd-records-text      pic x(10)   value " records  ".
           05 ws-usd-foreign-amount    pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 ws-usd-cad-amount        pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(25)   value spaces.
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
           05 ws-sl-status             pic xx      value "00".
           05 ws-return-status         pic xx      value "00".
           05 ws-void-status           pic xx      value "00".
           05 ws-chqtot-status         pic xx      value "00".
      *
      *store master table with the day's cash figures per store
       01 ws-store-table.
               10 ws-store-tbl-ref-amt    pic 9(10)v99 value 0.
               10 ws-store-tbl-void-count pic 9(4)     value 0.
               10 ws-store-tbl-void-amt   pic 9(10)v99 value 0.
      *        cash refunds paid by head-office cheque instead
               10 ws-store-tbl-chq-count  pic 9(4)     value 0.
               10 ws-store-tbl-chq-amt    pic 9(10)v99 value 0.
      *        the same three figures for US cash, in US dollars and
      *        at the Canadian equivalent rung
               10 ws-store-tbl-us-count   pic 9(4)     value 0.
               10 ws-store-tbl-us-usd     pic 9(10)v99 value 0.
               10 ws-store-tbl-us-cad     pic 9(10)v99 value 0.
               10 ws-store-tbl-usr-count  pic 9(4)     value 0.
               10 ws-store-tbl-usr-usd    pic 9(10)v99 value 0.
               10 ws-store-tbl-usr-cad    pic 9(10)v99 value 0.
               10 ws-store-tbl-usv-count  pic 9(4)     value 0.
               10 ws-store-tbl-usv-usd    pic 9(10)v99 value 0.
               10 ws-store-tbl-usv-cad    pic 9(10)v99 value 0.
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
      *the expected deposit being worked out for one store
       01 ws-deposit-math.
           05 ws-deposit-amount        pic s9(10)v99 value 0.
           05 ws-usd-deposit-amount    pic s9(10)v99 value 0.
           05 ws-usd-deposit-cad       pic s9(10)v99 value 0.
           05 ws-usd-foreign-work      pic 9(7)v99   value 0.
      *
      *today's date and time, stamped onto the slips and this run's
      *audit entry
           perform 25-open-files.
           perform 100-accumulate-cash-sales.
           perform 110-accumulate-cash-refunds.
           perform 130-take-out-cheque-refunds.
           perform 120-accumulate-cash-voids.
           perform 200-print-deposit-slips.
      *
                   move eof-y to eof-flag
           end-read.
      *    an item detail line's money is already on its invoice
      *    header, so only the headers join the expected deposit.  A
      *    split-tender header carries 'SP', never CA - its cash
      *    comes in on its CA tender line instead.
           if eof-flag not = eof-y and sld-ca-type and
             not sld-detail-rec and
             (sld-trans-code = "S" or sld-trans-code = "L")
                     ws-store-tbl-ca-amt(ws-store-match-idx)
               end-if
           end-if.
           if eof-flag not = eof-y and sld-us-type and
             not sld-detail-rec and
             (sld-trans-code = "S" or sld-trans-code = "L")
               move sld-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   move 0 to ws-usd-foreign-work
                   if sld-foreign-amt is numeric
                       move sld-foreign-amt to ws-usd-foreign-work
                   end-if
                   add 1 to
                     ws-store-tbl-us-count(ws-store-match-idx)
                   add ws-usd-foreign-work to
                     ws-store-tbl-us-usd(ws-store-match-idx)
                   add sld-trans-amt to
                     ws-store-tbl-us-cad(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *rolls the day's cash refunds up per store
                     ws-store-tbl-ref-amt(ws-store-match-idx)
               end-if
           end-if.
           if eof-flag not = eof-y and rdl-us-type and
             not rdl-detail-rec
               move rdl-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   move 0 to ws-usd-foreign-work
                   if rdl-foreign-amt is numeric
                       move rdl-foreign-amt to ws-usd-foreign-work
                   end-if
                   add 1 to
                     ws-store-tbl-usr-count(ws-store-match-idx)
                   add ws-usd-foreign-work to
                     ws-store-tbl-usr-usd(ws-store-match-idx)
                   add rdl-trans-amt to
                     ws-store-tbl-usr-cad(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *rolls the day's voided cash sales up per store
                     ws-store-tbl-void-amt(ws-store-match-idx)
               end-if
           end-if.
           if eof-flag not = eof-y and vdl-us-type and
             not vdl-detail-rec
               move vdl-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   move 0 to ws-usd-foreign-work
                   if vdl-foreign-amt is numeric
                       move vdl-foreign-amt to ws-usd-foreign-work
                   end-if
                   add 1 to
                     ws-store-tbl-usv-count(ws-store-match-idx)
                   add ws-usd-foreign-work to
                     ws-store-tbl-usv-usd(ws-store-match-idx)
                   add vdl-trans-amt to
                     ws-store-tbl-usv-cad(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *prints one deposit-slip page per store master entry
           write output-line
             from ws-slip-refund-line
             after advancing 1 line.
      *
           if ws-store-tbl-chq-count(ws-store-idx) > 0
               move ws-store-tbl-chq-count(ws-store-idx)
                                       to ws-slip-cheque-count
               move ws-store-tbl-chq-amt(ws-store-idx)
                                       to ws-slip-cheque-amount
               write output-line
                 from ws-slip-cheque-line
                 after advancing 1 line
           end-if.
      *
           move ws-store-tbl-void-count(ws-store-idx)
                                       to ws-slip-void-count.
           write output-line
             from ws-slip-banner
             after advancing 1 line.
      *
           if ws-store-tbl-us-count(ws-store-idx) > 0 or
             ws-store-tbl-usr-count(ws-store-idx) > 0 or
             ws-store-tbl-usv-count(ws-store-idx) > 0
               perform 220-print-usd-slip
           end-if.
      *
      *************************************************************
      *takes the cash refunds sent for a head-office cheque back out
      *of what each till paid out
       130-take-out-cheque-refunds.
           move "n" to eof-flag.
           open input cheque-totals-file.
           if ws-chqtot-status = "00"
               perform 135-read-cheque-totals
                 until eof-flag = eof-y
               close cheque-totals-file
           end-if.
      *
       135-read-cheque-totals.
           read cheque-totals-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and rct-cheque-count is numeric
             and rct-cheque-amount is numeric
               move rct-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   add rct-cheque-count  to
                     ws-store-tbl-chq-count(ws-store-match-idx)
                   add rct-cheque-amount to
                     ws-store-tbl-chq-amt(ws-store-match-idx)
                   if rct-cheque-count <
                     ws-store-tbl-ref-count(ws-store-match-idx)
                       subtract rct-cheque-count from
                         ws-store-tbl-ref-count(ws-store-match-idx)
                   else
                       move 0 to
                         ws-store-tbl-ref-count(ws-store-match-idx)
                   end-if
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
      *the store's US cash, on a page of its own so it goes to the
      *bank with its own deposit
       220-print-usd-slip.
           write output-line
             from ws-heading-main-title
             after advancing page.
           write output-line
             from ws-heading-names
             before advancing 2 lines.
      *
           move ws-sys-year  to ws-usd-date-year.
           move ws-sys-month to ws-usd-date-month.
           move ws-sys-day   to ws-usd-date-day.
           write output-line
             from ws-slip-banner
             after advancing 1 line.
           write output-line
             from ws-usd-slip-title
             after advancing 1 line.
           write output-line
             from ws-slip-store-line
             after advancing 1 line.
           write output-line
             from ws-usd-column-line
             after advancing 2 lines.
      *
           move " records  " to ws-usd-records-text.
           move "US Cash Sales & Layaways" to ws-usd-label.
           move ws-store-tbl-us-count(ws-store-idx) to ws-usd-count.
           move ws-store-tbl-us-usd(ws-store-idx)
                                       to ws-usd-foreign-amount.
           move ws-store-tbl-us-cad(ws-store-idx)
                                       to ws-usd-cad-amount.
           write output-line
             from ws-usd-amount-line
             after advancing 1 line.
      *
           move "US Cash Refunds Given : " to ws-usd-label.
           move ws-store-tbl-usr-count(ws-store-idx) to ws-usd-count.
           move ws-store-tbl-usr-usd(ws-store-idx)
                                       to ws-usd-foreign-amount.
           move ws-store-tbl-usr-cad(ws-store-idx)
                                       to ws-usd-cad-amount.
           write output-line
             from ws-usd-amount-line
             after advancing 1 line.
      *
           move "US Cash Sales Voided  : " to ws-usd-label.
           move ws-store-tbl-usv-count(ws-store-idx) to ws-usd-count.
           move ws-store-tbl-usv-usd(ws-store-idx)
                                       to ws-usd-foreign-amount.
           move ws-store-tbl-usv-cad(ws-store-idx)
                                       to ws-usd-cad-amount.
           write output-line
             from ws-usd-amount-line
             after advancing 1 line.
      *
           compute ws-usd-deposit-amount =
             ws-store-tbl-us-usd(ws-store-idx)
             - ws-store-tbl-usr-usd(ws-store-idx)
             - ws-store-tbl-usv-usd(ws-store-idx).
           compute ws-usd-deposit-cad =
             ws-store-tbl-us-cad(ws-store-idx)
             - ws-store-tbl-usr-cad(ws-store-idx)
             - ws-store-tbl-usv-cad(ws-store-idx).
           move "Expected USD Deposit  : " to ws-usd-label.
           move 0      to ws-usd-count.
           move spaces to ws-usd-records-text.
           move ws-usd-deposit-amount to ws-usd-foreign-amount.
           move ws-usd-deposit-cad    to ws-usd-cad-amount.
           write output-line
             from ws-usd-amount-line
             after advancing 2 lines.
      *
           write output-line
             from ws-slip-banner
             after advancing 1 line.
      *
      *************************************************************
      *Appends one line to the shared run-manifest.  Opened in
