           organization is line sequential
           file status is ws-taxcf-status.
      *
      *The tax-exemption certificates on file, read for which tax
      *component a refund on an exempt sale was never charged
       select exempt-cert-file
           assign to "../../../../data/Exemption-Cert-Master.dat"
           organization is line sequential
           file status is ws-cert-status.
      *
      *Month-to-date tax-exempt sales per store and certificate;
      *S_L_Processing keeps the sales side, this program nets in the
      *refund side
       select exempt-carry-file
           assign to ws-texc-file-name
           organization is line sequential
           file status is ws-texc-status.
      *
      *Inventory of the dated archive copies, written by the
      *archiving programs, used here to find prior days' sales and
      *refunds for the return-matching checks
           organization is line sequential
           file status is ws-suspense-status.
      *
      *Head office's refund-cheque settings: the most a store may
      *pay out in cash on one refund, the first cheque number of the
      *refund cheque stock and the bank account the cheques draw on
       select cheque-control-file
           assign to "../../../../data/Refund-Cheque-Control.dat"
           organization is line sequential
           file status is ws-chqctl-status.
      *
      *Payee name and address the store took down for each refund
      *sent to head office for a cheque
       select refund-payee-file
           assign to "../../../../data/Refund-Payee.dat"
           organization is line sequential
           file status is ws-payee-status.
      *
      *Every refund diverted from the till to a head-office cheque,
      *read in whole and written back out with the day's changes;
      *Cheque_Recon marks them cleared off the bank's file
       select cheque-register-file
           assign to ws-chqreg-file-name
           organization is line sequential
           file status is ws-chqreg-status.
      *
      *The day's cheques for the cheque printer
       select cheque-run-file
           assign to ws-chqrun-file-name
           organization is line sequential.
      *
      *The day's cheques as the bank needs them before it will
      *honour them
       select positive-pay-file
           assign to ws-posipay-file-name
           organization is line sequential.
      *
      *Per-store refunds diverted to a cheque today, so the cash
      *programs leave them out of what the till paid out
       select cheque-totals-file
           assign to ws-chqtot-file-name
           organization is line sequential.
      *
      *The store and business date of a late file being caught up;
      *present only on a catch-up run
       select catch-up-file
           assign to "../../../../data/Catch-Up-Request.dat"
           organization is line sequential
           file status is ws-catch-up-status.
      *
      *The trial flag Daily_Run_Driver hands down
       select trial-flag-file
           assign to "../../../../data/Trial-Run-Flag.dat"
       file section.
       fd input-file
       data record is input-line
           record contains 80 characters.
      *input line.  A multi-item return arrives as one header record
      *('H', carrying the refund total) followed by its item detail
      *records ('D'); a blank record type is the old standalone
               88 il-detail-rec        value 'D'.
      *    units returned on an item detail line; blank reads as one
           05 il-quantity              pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 il-salesperson           pic 9(5).
      *    tax-exemption certificate the refund is made under; blank
      *    takes the certificate off the original sale, if any
           05 il-exempt-cert           pic x(10).
           05 filler                   pic x(15).
      *
       fd output-file
           data record is output-line
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
      *one store's two tax component rates: GST federal, PST
      *provincial
      *one catalog entry per archived file
       fd archive-catalog-file
           data record is archive-catalog-line
           record contains 104 characters.
      *
       01 archive-catalog-line.
           05 acl-original-name        pic x(20).
           05 acl-run-date             pic 9(8).
           05 acl-run-time             pic 9(6).
           05 acl-record-count         pic 9(7).
      *    a catch-up run's copy holds only its late store's day:
      *    run type C and that store, blank on a nightly copy
           05 acl-run-type             pic x.
               88 acl-catch-up-copy    value "C".
           05 acl-catch-up-store       pic xx.
      *
      *one record of whichever data file is being scanned, same
      *80-byte layout every data file in the chain carries; an
      *archived shorter day reads back with a blank record type
       fd history-file
           data record is history-line
           record contains 80 characters.
      *
       01 history-line.
           05 hst-trans-code           pic x.
           05 hst-trans-date           pic x(8).
           05 hst-rec-type             pic x.
               88 hst-detail-rec       value 'D'.
               88 hst-tender-rec       value 'P'.
           05 hst-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 hst-salesperson          pic 9(5).
           05 hst-exempt-cert          pic x(10).
           05 filler                   pic x(15).
      *
      *one exemption certificate: its holder, which tax it exempts
      *('G' GST only, 'P' PST only, 'B' both) and its expiry date
       fd exempt-cert-file
           data record is exempt-cert-line
           record contains 49 characters.
      *
       01 exempt-cert-line.
           05 ecm-cert-num             pic x(10).
           05 ecm-holder-name          pic x(30).
           05 ecm-exempt-type          pic x.
           05 ecm-expiry-date          pic 9(8).
      *
      *one store and certificate's month-to-date exempt picture
       fd exempt-carry-file
           data record is exempt-carry-line
           record contains 83 characters.
      *
       01 exempt-carry-line.
           05 tec-store-num            pic 99.
           05 tec-month                pic 99.
           05 tec-year                 pic 9(4).
           05 tec-cert-num             pic x(10).
           05 tec-exempt-type          pic x.
           05 tec-sales-mtd            pic 9(10)v99.
           05 tec-gst-mtd              pic 9(8)v99.
           05 tec-pst-mtd              pic 9(8)v99.
           05 tec-refund-mtd           pic 9(10)v99.
           05 tec-refund-gst-mtd       pic 9(8)v99.
           05 tec-refund-pst-mtd       pic 9(8)v99.
      *
      *one suspended return: the return record itself plus how many
      *runs it has sat unmatched
       fd return-suspense-file
           data record is return-suspense-line
           record contains 83 characters.
      *
       01 return-suspense-line.
           05 rsu-return-rec           pic x(80).
           05 rsu-age-days             pic 9(3).
      *
      *head office's refund-cheque settings, one line
       fd cheque-control-file
           data record is cheque-control-line
           record contains 29 characters.
      *
       01 cheque-control-line.
           05 rcc-cash-limit           pic 9(7)v99.
           05 rcc-first-cheque-num     pic 9(8).
           05 rcc-bank-account         pic x(12).
      *
      *one refund's payee, keyed by the store and invoice refunded
       fd refund-payee-file
           data record is refund-payee-line
           record contains 71 characters.
      *
       01 refund-payee-line.
           05 rpy-store-num            pic 99.
           05 rpy-invoice              pic x(9).
           05 rpy-payee-name           pic x(30).
           05 rpy-payee-address        pic x(30).
      *
      *one refund cheque: the refund it pays, when it came off the
      *till, when and to whom it was issued, and when the bank
      *cleared it
       fd cheque-register-file
           data record is cheque-register-line
           record contains 130 characters.
      *
       01 cheque-register-line.
           05 rcr-cheque-num           pic 9(8).
      *    H held for the payee, O issued and outstanding, C cleared
           05 rcr-status               pic x.
           05 rcr-store-num            pic 99.
           05 rcr-invoice              pic x(9).
           05 rcr-return-date          pic 9(8).
      *    the run date the refund was taken off the till, so a
      *    rerun of the same day diverts it afresh
           05 rcr-diverted-date        pic 9(8).
           05 rcr-issue-date           pic 9(8).
           05 rcr-amount               pic 9(7)v99.
           05 rcr-payee-name           pic x(30).
           05 rcr-payee-address        pic x(30).
           05 rcr-cleared-date         pic 9(8).
           05 rcr-cleared-amount       pic 9(7)v99.
      *
      *one cheque to print
       fd cheque-run-file
           data record is cheque-run-line
           record contains 100 characters.
      *
       01 cheque-run-line.
           05 crn-cheque-num           pic 9(8).
           05 crn-issue-date           pic 9(8).
           05 crn-amount               pic 9(7)v99.
           05 crn-payee-name           pic x(30).
           05 crn-payee-address        pic x(30).
           05 crn-store-num            pic 99.
           05 crn-invoice              pic x(9).
           05 filler                   pic x(4).
      *
      *the bank's positive-pay layout: a header naming the account
      *and file date, one line per cheque issued, and a trailer
      *with the count and total the bank proves the file by
       fd positive-pay-file
           data record is positive-pay-line
           record contains 80 characters.
      *
       01 positive-pay-line.
           05 ppy-rec-type             pic x.
           05 ppy-account              pic x(12).
           05 ppy-body                 pic x(67).
           05 ppy-header-body redefines ppy-body.
               10 ppy-file-date        pic 9(8).
               10 filler               pic x(59).
           05 ppy-detail-body redefines ppy-body.
               10 ppy-cheque-num       pic 9(10).
               10 ppy-amount           pic 9(10)v99.
               10 ppy-issue-date       pic 9(8).
               10 ppy-payee-name       pic x(30).
      *        I issued
               10 ppy-issue-code       pic x.
               10 filler               pic x(6).
           05 ppy-trailer-body redefines ppy-body.
               10 ppy-item-count       pic 9(6).
               10 ppy-item-total       pic 9(12)v99.
               10 filler               pic x(47).
      *
      *one store's refunds diverted to a cheque today
       fd cheque-totals-file
           data record is cheque-totals-line
           record contains 19 characters.
      *
       01 cheque-totals-line.
           05 rct-store-num            pic 99.
           05 rct-cheque-count         pic 9(5).
           05 rct-cheque-amount        pic 9(10)v99.
      *
      *the store and business date a late file is being posted for
       fd catch-up-file
           data record is catch-up-line
           record contains 10 characters.
      *
       01 catch-up-line.
           05 cur-store-num            pic 99.
           05 cur-business-date        pic 9(8).
      *
      *the trial flag, one byte
       fd trial-flag-file
           data record is trial-flag-line
      *    entry, so nothing downstream mistakes it for a real run
           05 ws-trial-status-work      pic x(24)   value spaces.
      *
      *whether this run is a catch-up of one store's late file, and
      *which store
       01 ws-catch-up-control.
           05 ws-catch-up-status       pic xx      value "00".
           05 ws-catch-up-flag         pic x       value "n".
               88 ws-catch-up-run          value "y".
           05 ws-catch-up-store        pic 99      value 0.
      *
      *the filenames, swung to the trial area on a trial run.  The
      *suspense file reads the real carried items either way; only
      *its rewrite swings to the trial area.
                               "../../../../output/Returns-Report.out".
       77 ws-taxcf-file-name           pic x(60)   value
                            "../../../../data/Tax-Carry-Forward.dat".
       77 ws-texc-file-name            pic x(60)   value
                            "../../../../data/Tax-Exempt-Carry.dat".
       77 ws-suspense-file-name        pic x(60)   value
                              "../../../../data/Return-Suspense.dat".
       77 ws-valid-data-name           pic x(60)   value
                                   "../../../../data/Valid-Data.dat".
       77 ws-chqreg-file-name          pic x(60)   value
                   "../../../../data/Refund-Cheque-Register.dat".
       77 ws-chqrun-file-name          pic x(60)   value
                   "../../../../data/Refund-Cheque-Run.dat".
       77 ws-posipay-file-name         pic x(60)   value
                   "../../../../data/Positive-Pay.dat".
       77 ws-chqtot-file-name          pic x(60)   value
                   "../../../../data/Refund-Cheque-Totals.dat".
      *
      *counters
       01 counters.
               10 ws-store-tbl-mtd-refund  pic 9(10)v99 value 0.
               10 ws-store-tbl-mtd-refgst  pic 9(8)v99  value 0.
               10 ws-store-tbl-mtd-refpst  pic 9(8)v99  value 0.
      *        the part of the day's refunds made on sales exempt
      *        from each component, which refunds none of it
               10 ws-store-tbl-r-gst-exempt pic 9(10)v99 value 0.
               10 ws-store-tbl-r-pst-exempt pic 9(10)v99 value 0.
      *        the day's refunds sent to head office for a cheque
      *        instead of paid out of the till
               10 ws-store-tbl-chq-count  pic 9(5)    value 0.
               10 ws-store-tbl-chq-amount pic 9(10)v99 value 0.
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
               10 ws-orig-tbl-store       pic 99.
               10 ws-orig-tbl-amount      pic 9(9)v99.
               10 ws-orig-tbl-refunded    pic 9(9)v99.
               10 ws-orig-tbl-cert        pic x(10).

       01 ws-original-control.
           05 ws-orig-count            pic 9(6)    value 0.
           05 ws-bs-insert-at          pic 9(6).
           05 ws-bs-shift-idx          pic 9(6).

      *the exemption certificates on file, loaded once at startup
      *and kept in certificate order so the lookup can bisect
       01 ws-cert-table.
           05 ws-cert-entry            occurs 5001 times
                                       indexed by ws-cert-idx.
               10 ws-cert-tbl-num      pic x(10).
               10 ws-cert-tbl-type     pic x.
                   88 ws-cert-tbl-gst-exempt   value "G", "B".
                   88 ws-cert-tbl-pst-exempt   value "P", "B".
      *
       01 ws-cert-control.
           05 ws-cert-status           pic xx      value "00".
           05 ws-cert-count            pic 9(6)    value 0.
           05 ws-cert-found            pic 9       value 0.
           05 ws-cert-match-idx        pic 9(6)    value 0.
           05 ws-cert-eof-flag         pic x       value "n".
           05 ws-cert-search-key       pic x(10)   value spaces.
      *
       77 ws-cert-max                  pic 9(6)    value 5000.
      *
      *exempt sales per store and certificate as left by
      *S_L_Processing, with the day's refunds on them to roll in
       01 ws-exempt-table.
           05 ws-tex-entry             occurs 2001 times
                                       indexed by ws-tex-idx.
               10 ws-tex-key.
                   15 ws-tex-store-num pic 99.
                   15 ws-tex-cert-num  pic x(10).
               10 ws-tex-type          pic x.
               10 ws-tex-mtd-sales     pic 9(10)v99 value 0.
               10 ws-tex-mtd-gst       pic 9(8)v99  value 0.
               10 ws-tex-mtd-pst       pic 9(8)v99  value 0.
               10 ws-tex-mtd-refund    pic 9(10)v99 value 0.
               10 ws-tex-mtd-refgst    pic 9(8)v99  value 0.
               10 ws-tex-mtd-refpst    pic 9(8)v99  value 0.
      *
       01 ws-exempt-control.
           05 ws-texc-status           pic xx      value "00".
           05 ws-texc-eof-flag         pic x       value "n".
           05 ws-tex-count             pic 9(4)    value 0.
           05 ws-tex-found             pic 9       value 0.
           05 ws-tex-match-idx         pic 9(4)    value 0.
           05 ws-tex-search-key        pic x(12)   value spaces.
           05 ws-tex-gst-work          pic 9(8)v99 value 0.
           05 ws-tex-pst-work          pic 9(8)v99 value 0.
      *
       77 ws-tex-max                   pic 9(4)    value 2000.
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
       01 ws-suspense-table.
           05 ws-sus-entry             occurs 5000 times
                                       indexed by ws-sus-idx.
               10 ws-sus-tbl-rec          pic x(80).
               10 ws-sus-tbl-age          pic 9(3).
               10 ws-sus-tbl-disp         pic x.
                   88 ws-sus-keep             value "K".
           05 ws-sus-retry-flag        pic x       value "n".
               88 ws-sus-retrying          value "y".
      *
      *head office's refund-cheque settings.  With no settings file
      *a store may pay out up to $500.00 in cash on one refund.
       01 ws-cheque-control.
           05 ws-chqctl-status         pic xx      value "00".
           05 ws-cheque-limit          pic 9(7)v99 value 500.00.
           05 ws-first-cheque-num      pic 9(8)    value 1.
           05 ws-bank-account          pic x(12)   value spaces.
           05 ws-next-cheque-num       pic 9(8)    value 0.
           05 ws-today-num             pic 9(8)    value 0.
      *
      *the payees the stores took down, loaded once at startup
       01 ws-payee-table.
           05 ws-pye-entry             occurs 2000 times
                                       indexed by ws-pye-idx.
               10 ws-pye-tbl-key.
                   15 ws-pye-tbl-store    pic 99.
                   15 ws-pye-tbl-invoice  pic x(9).
               10 ws-pye-tbl-name         pic x(30).
               10 ws-pye-tbl-address      pic x(30).
      *
       01 ws-payee-control.
           05 ws-payee-status          pic xx      value "00".
           05 ws-pye-count             pic 9(4)    value 0.
           05 ws-pye-eof-flag          pic x       value "n".
           05 ws-pye-found             pic 9       value 0.
           05 ws-pye-match-idx         pic 9(4)    value 0.
           05 ws-pye-search-key.
               10 ws-pye-search-store     pic 99.
               10 ws-pye-search-invoice   pic x(9).
      *
       77 ws-pye-max                   pic 9(4)    value 2000.
      *
      *the standing refund cheque register, read in whole and
      *written back out
       01 ws-cheque-register-table.
           05 ws-chq-entry             occurs 20001 times
                                       indexed by ws-chq-idx.
               10 ws-chq-tbl-num          pic 9(8).
               10 ws-chq-tbl-status       pic x.
                   88 ws-chq-tbl-held          value "H".
                   88 ws-chq-tbl-outstanding   value "O".
               10 ws-chq-tbl-store        pic 99.
               10 ws-chq-tbl-invoice      pic x(9).
               10 ws-chq-tbl-return-date  pic 9(8).
               10 ws-chq-tbl-diverted-date pic 9(8).
               10 ws-chq-tbl-issue-date   pic 9(8).
               10 ws-chq-tbl-amount       pic 9(7)v99.
               10 ws-chq-tbl-payee        pic x(30).
               10 ws-chq-tbl-address      pic x(30).
               10 ws-chq-tbl-cleared-date pic 9(8).
               10 ws-chq-tbl-cleared-amt  pic 9(7)v99.
      *
       01 ws-cheque-register-control.
           05 ws-chqreg-status         pic xx      value "00".
           05 ws-chq-count             pic 9(5)    value 0.
           05 ws-chq-eof-flag          pic x       value "n".
           05 ws-chq-highest-num       pic 9(8)    value 0.
           05 ws-chq-diverted-count    pic 9(5)    value 0.
           05 ws-chq-diverted-amount   pic 9(9)v99 value 0.
           05 ws-chq-issued-count      pic 9(5)    value 0.
           05 ws-chq-issued-amount     pic 9(9)v99 value 0.
           05 ws-chq-held-count        pic 9(5)    value 0.
           05 ws-chq-held-amount       pic 9(9)v99 value 0.
           05 ws-chq-listed-count      pic 9(5)    value 0.
      *    what went on the positive-pay file, for its trailer - on
      *    a catch-up that includes the day's earlier cheques
           05 ws-ppy-item-count        pic 9(6)    value 0.
           05 ws-ppy-item-total        pic 9(12)v99 value 0.
      *
       77 ws-chq-max                   pic 9(5)    value 20000.
      *
       01 ws-cheque-title.
           05 filler                   pic x(14)   value
                                       "Refunds Over $".
           05 ws-chq-title-limit       pic z,zzz,zz9.99.
           05 filler                   pic x(41)   value
                 " Sent To Head Office For A Refund Cheque:".
           05 filler                   pic x(33)   value spaces.
      *
       01 ws-cheque-heading.
           05 filler                   pic x       value space.
           05 filler                   pic x(10)   value "Cheque No".
           05 filler                   pic x(7)    value "Store".
           05 filler                   pic x(11)   value "Invoice".
           05 filler                   pic x(12)   value "      Amount".
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(31)   value "Payee".
           05 filler                   pic x(25)   value "Status".
      *
       01 ws-cheque-detail.
           05 filler                   pic x       value space.
           05 ws-chq-disp-num          pic z(7)9.
           05 filler                   pic x(3)    value spaces.
           05 ws-chq-disp-store        pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-chq-disp-invoice      pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-chq-disp-amount       pic z,zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 ws-chq-disp-payee        pic x(30).
           05 filler                   pic x       value space.
           05 ws-chq-disp-status       pic x(25).
      *
       01 ws-cheque-none-line.
           05 filler                   pic x       value space.
           05 filler                   pic x(5)    value "None.".
           05 filler                   pic x(94)   value spaces.
      *
       01 ws-cheque-totals.
           05 ws-chq-tot-label         pic x(24).
           05 ws-chq-tot-count         pic zzzz9.
           05 filler                   pic x(4)    value spaces.
           05 ws-chq-tot-amount        pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(51)   value spaces.
      *
       77 ws-Chq-Issued                pic x(25)   value
                                       "ISSUED".
       77 ws-Chq-Awaiting-Payee        pic x(25)   value
                                       "AWAITING PAYEE DETAILS".
      *
      *how many runs a return may sit in suspense before it stops
      *being "timing" and escalates to the exception section
       77 const-suspense-max-days      pic 9(3)    value 5.
       procedure division.
       000-main.
      *
           perform 23-check-catch-up.
           perform 24-check-trial-mode.
           perform 25-open-files.
           perform 44-load-return-suspense.
           perform 200-process-pages
             until eof-flag = eof-y.
           perform 360-calculate-most-returns.
           perform 356-issue-refund-cheques.
           perform 125-print-footers.
           perform 795-write-tax-carry.
           perform 800-write-exempt-carry.
           perform 815-write-cheque-totals.
      *    the register is always read from the data area; a
      *    rehearsal writes its copy to the trial area
           if ws-trial-running
               move "../../../../trial/Refund-Cheque-Register.dat"
                                       to ws-chqreg-file-name
           end-if.
           perform 810-write-cheque-register.
      *    a rehearsal leaves the real suspense file alone - its
      *    rewrite, retries and all, lands in the trial area
           if ws-trial-running
      *
           goback.
      *
      *a catch-up request on file means this run posts one store's
      *late day alongside the nightly run that already posted
       23-check-catch-up.
           open input catch-up-file.
           if ws-catch-up-status = "00"
               read catch-up-file
                   at end
                       continue
                   not at end
                       if cur-store-num is numeric and
                         cur-store-num > 0 and
                         cur-business-date is numeric and
                         cur-business-date > 0
                           move "y" to ws-catch-up-flag
                           move cur-store-num to ws-catch-up-store
                       end-if
               end-read
               close catch-up-file
           end-if.
      *
      *reads the trial flag the driver hands down and, on a trial
      *run, swings the run's files to the trial area
       24-check-trial-mode.
                                       to ws-output-file-name
               move "../../../../trial/Tax-Carry-Forward.dat"
                                       to ws-taxcf-file-name
               move "../../../../trial/Tax-Exempt-Carry.dat"
                                       to ws-texc-file-name
               move "../../../../trial/Valid-Data.dat"
                                       to ws-valid-data-name
               move "../../../../trial/Refund-Cheque-Run.dat"
                                       to ws-chqrun-file-name
               move "../../../../trial/Positive-Pay.dat"
                                       to ws-posipay-file-name
               move "../../../../trial/Refund-Cheque-Totals.dat"
                                       to ws-chqtot-file-name
           end-if.
      *
       25-open-files.
           perform 60-load-store-master.
           perform 55-load-tax-rates.
           perform 67-load-tax-carry.
           perform 72-load-exempt-certs.
           perform 81-load-exempt-carry.
           perform 85-load-cheque-control.
           perform 87-load-refund-payees.
           perform 89-load-cheque-register.
           perform 30-load-original-sales.
      *
      *loads each store's tax rate, overriding the default rate for
               add 1 to ws-store-idx
           end-if.
      *
      *loads the exemption certificates into a table, in certificate
      *order; a site with no certificate file refunds full tax
       72-load-exempt-certs.
           open input exempt-cert-file.
           if ws-cert-status = "00"
               perform 73-read-exempt-cert
                 until ws-cert-eof-flag = "y"
               close exempt-cert-file
           end-if.
      *
       73-read-exempt-cert.
           read exempt-cert-file
               at end
                   move "y" to ws-cert-eof-flag
           end-read.
           if ws-cert-eof-flag not = "y" and ecm-cert-num not = spaces
               move ecm-cert-num to ws-cert-search-key
               perform 74-search-exempt-certs
               if ws-cert-found = 0
                   perform 77-insert-exempt-cert
               end-if
           end-if.
      *
      *bisects the certificate table for ws-cert-search-key, leaving
      *the slot a new certificate belongs in when it isn't found
       74-search-exempt-certs.
           move 0 to ws-cert-found.
           move 1 to ws-bs-lo.
           move ws-cert-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 76-search-exempt-cert-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       76-search-exempt-cert-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-cert-tbl-num(ws-bs-mid) = ws-cert-search-key
                   move 1         to ws-cert-found
                   move ws-bs-mid to ws-cert-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-cert-tbl-num(ws-bs-mid) < ws-cert-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *slides the tail of the certificate table down one and drops
      *the new certificate into its place
       77-insert-exempt-cert.
           if ws-cert-count >= ws-cert-max
               move "EXEMPT CERTIFICATE TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-cert-count to ws-bs-shift-idx.
           perform 78-shift-exempt-cert
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ecm-cert-num    to ws-cert-tbl-num(ws-bs-insert-at).
           move ecm-exempt-type to ws-cert-tbl-type(ws-bs-insert-at).
           add 1 to ws-cert-count.
      *
       78-shift-exempt-cert.
           move ws-cert-entry(ws-bs-shift-idx) to
             ws-cert-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *loads the month-to-date exempt sales per store and
      *certificate as S_L_Processing left them
       81-load-exempt-carry.
           accept ws-system-date from date YYYYMMDD.
           open input exempt-carry-file.
           if ws-texc-status = "00"
               perform 82-read-exempt-carry
                 until ws-texc-eof-flag = "y"
               close exempt-carry-file
           end-if.
      *
       82-read-exempt-carry.
           read exempt-carry-file
               at end
                   move "y" to ws-texc-eof-flag
           end-read.
           if ws-texc-eof-flag not = "y"
             and tec-refund-pst-mtd is numeric
               if tec-month = ws-sys-month and tec-year = ws-sys-year
                   move tec-store-num to ws-tex-search-key(1:2)
                   move tec-cert-num  to ws-tex-search-key(3:10)
                   perform 83-find-exempt-entry
                   move tec-exempt-type    to
                     ws-tex-type(ws-tex-match-idx)
                   move tec-sales-mtd      to
                     ws-tex-mtd-sales(ws-tex-match-idx)
                   move tec-gst-mtd        to
                     ws-tex-mtd-gst(ws-tex-match-idx)
                   move tec-pst-mtd        to
                     ws-tex-mtd-pst(ws-tex-match-idx)
                   move tec-refund-mtd     to
                     ws-tex-mtd-refund(ws-tex-match-idx)
                   move tec-refund-gst-mtd to
                     ws-tex-mtd-refgst(ws-tex-match-idx)
                   move tec-refund-pst-mtd to
                     ws-tex-mtd-refpst(ws-tex-match-idx)
               end-if
           end-if.
      *
      *finds the exempt entry for the store and certificate in
      *ws-tex-search-key, opening a new one when there is none yet
       83-find-exempt-entry.
           move 0 to ws-tex-found.
           move 1 to ws-tex-idx.
           perform 84-scan-exempt-entries
             until ws-tex-idx > ws-tex-count or ws-tex-found = 1.
           if ws-tex-found = 0
               if ws-tex-count >= ws-tex-max
                   move "EXEMPT SALES TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-tex-count
               move ws-tex-count      to ws-tex-match-idx
               move ws-tex-search-key to ws-tex-key(ws-tex-match-idx)
               move spaces            to ws-tex-type(ws-tex-match-idx)
           end-if.
      *
       84-scan-exempt-entries.
           if ws-tex-key(ws-tex-idx) = ws-tex-search-key
               move 1          to ws-tex-found
               move ws-tex-idx to ws-tex-match-idx
           else
               add 1 to ws-tex-idx
           end-if.
      *
      *loads head office's refund-cheque settings; a missing or
      *unreadable file leaves the standing defaults
       85-load-cheque-control.
           accept ws-system-date from date YYYYMMDD.
           move ws-system-date to ws-today-num.
           open input cheque-control-file.
           if ws-chqctl-status = "00"
               read cheque-control-file
                   at end
                       continue
                   not at end
                       perform 86-apply-cheque-control
               end-read
               close cheque-control-file
           end-if.
      *
       86-apply-cheque-control.
           if rcc-cash-limit is numeric
               move rcc-cash-limit to ws-cheque-limit
           end-if.
           if rcc-first-cheque-num is numeric
               if rcc-first-cheque-num > 0
                   move rcc-first-cheque-num to ws-first-cheque-num
               end-if
           end-if.
           move rcc-bank-account to ws-bank-account.
      *
      *loads the payees the stores took down for cheque refunds; a
      *later line for the same refund corrects an earlier one
       87-load-refund-payees.
           open input refund-payee-file.
           if ws-payee-status = "00"
               perform 88-read-refund-payee
                 until ws-pye-eof-flag = "y"
               close refund-payee-file
           end-if.
      *
       88-read-refund-payee.
           read refund-payee-file
               at end
                   move "y" to ws-pye-eof-flag
           end-read.
           if ws-pye-eof-flag not = "y" and rpy-payee-name not = spaces
               move rpy-store-num to ws-pye-search-store
               move rpy-invoice   to ws-pye-search-invoice
               perform 92-search-payees
               if ws-pye-found = 0
                   if ws-pye-count >= ws-pye-max
                       move "REFUND PAYEE TABLE" to ws-abort-table-name
                       perform 9000-abort-table-full
                   end-if
                   add 1 to ws-pye-count
                   move ws-pye-count to ws-pye-match-idx
                   move ws-pye-search-key to
                     ws-pye-tbl-key(ws-pye-match-idx)
               end-if
               move rpy-payee-name    to
                 ws-pye-tbl-name(ws-pye-match-idx)
               move rpy-payee-address to
                 ws-pye-tbl-address(ws-pye-match-idx)
           end-if.
      *
      *loads the standing cheque register.  A refund diverted by an
      *earlier run today is dropped - today's returns divert it
      *again - and a cheque issued today goes back to waiting for
      *its payee, so a rerun issues the same numbers over again.
      *A catch-up posts only its late store, so only that store's
      *diverted refunds are dropped, and no cheque is taken back -
      *the ones issued today are sent again under their own numbers
      *when the cheque files are written.
       89-load-cheque-register.
           open input cheque-register-file.
           if ws-chqreg-status = "00"
               perform 90-read-cheque-register
                 until ws-chq-eof-flag = "y"
               close cheque-register-file
           end-if.
           if ws-chq-highest-num < ws-first-cheque-num
               subtract 1 from ws-first-cheque-num
                 giving ws-next-cheque-num
           else
               move ws-chq-highest-num to ws-next-cheque-num
           end-if.
      *
       90-read-cheque-register.
           read cheque-register-file
               at end
                   move "y" to ws-chq-eof-flag
           end-read.
           if ws-chq-eof-flag not = "y" and
             (rcr-diverted-date not = ws-today-num or
              (ws-catch-up-run and
               rcr-store-num not = ws-catch-up-store))
               if ws-chq-count >= ws-chq-max
                   move "CHEQUE REGISTER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-chq-count
               perform 91-store-cheque-entry
           end-if.
      *
       91-store-cheque-entry.
           move rcr-cheque-num     to ws-chq-tbl-num(ws-chq-count).
           move rcr-status         to ws-chq-tbl-status(ws-chq-count).
           move rcr-store-num      to ws-chq-tbl-store(ws-chq-count).
           move rcr-invoice        to ws-chq-tbl-invoice(ws-chq-count).
           move rcr-return-date    to
             ws-chq-tbl-return-date(ws-chq-count).
           move rcr-diverted-date  to
             ws-chq-tbl-diverted-date(ws-chq-count).
           move rcr-issue-date     to
             ws-chq-tbl-issue-date(ws-chq-count).
           move rcr-amount         to ws-chq-tbl-amount(ws-chq-count).
           move rcr-payee-name     to ws-chq-tbl-payee(ws-chq-count).
           move rcr-payee-address  to ws-chq-tbl-address(ws-chq-count).
           move rcr-cleared-date   to
             ws-chq-tbl-cleared-date(ws-chq-count).
           move rcr-cleared-amount to
             ws-chq-tbl-cleared-amt(ws-chq-count).
           if ws-chq-tbl-outstanding(ws-chq-count) and
             rcr-issue-date = ws-today-num and
             not ws-catch-up-run
               move "H"    to ws-chq-tbl-status(ws-chq-count)
               move 0      to ws-chq-tbl-num(ws-chq-count)
               move 0      to ws-chq-tbl-issue-date(ws-chq-count)
           end-if.
           if ws-chq-tbl-num(ws-chq-count) > ws-chq-highest-num
               move ws-chq-tbl-num(ws-chq-count) to ws-chq-highest-num
           end-if.
      *
      *finds the payee for the store and invoice in
      *ws-pye-search-key
       92-search-payees.
           move 0 to ws-pye-found.
           move 1 to ws-pye-idx.
           perform 93-search-payee-step
             until ws-pye-idx > ws-pye-count or ws-pye-found = 1.
      *
       93-search-payee-step.
           if ws-pye-tbl-key(ws-pye-idx) = ws-pye-search-key
               move 1          to ws-pye-found
               move ws-pye-idx to ws-pye-match-idx
           else
               add 1 to ws-pye-idx
           end-if.
      *
      *builds the table of original sales every return is matched
      *against: the archived days' Valid-Data copies first, then
      *today's, then the already-refunded amounts off the archived
                   move "y" to ws-history-eof-flag
           end-read.
      *    only the invoice header carries the sale's refundable
      *    total - its item detail lines, and the tender lines of a
      *    split-tender sale, would double it
           if ws-history-eof-flag not = "y" and not hst-detail-rec
             and not hst-tender-rec
               if hst-trans-code = "S" or hst-trans-code = "L"
                   perform 38-add-original-sale
               end-if
           move hst-store-num to ws-orig-tbl-store(ws-bs-insert-at).
           move hst-trans-amt to ws-orig-tbl-amount(ws-bs-insert-at).
           move 0             to ws-orig-tbl-refunded(ws-bs-insert-at).
           move hst-exempt-cert to ws-orig-tbl-cert(ws-bs-insert-at).
           add 1 to ws-orig-count.
      *
       48-shift-original-sale.
       796-write-one-tax-carry-line.
           add ws-store-tbl-r-amount(ws-store-idx) to
             ws-store-tbl-mtd-refund(ws-store-idx).
      *    refunds on exempt sales give back none of the exempt
      *    component - it was never collected
           compute ws-refgst-work rounded =
             (ws-store-tbl-r-amount(ws-store-idx) -
              ws-store-tbl-r-gst-exempt(ws-store-idx)) *
             ws-store-tbl-gst-rate(ws-store-idx).
           compute ws-refpst-work rounded =
             (ws-store-tbl-r-amount(ws-store-idx) -
              ws-store-tbl-r-pst-exempt(ws-store-idx)) *
             ws-store-tbl-pst-rate(ws-store-idx).
           add ws-refgst-work to
             ws-store-tbl-mtd-refgst(ws-store-idx).
           add ws-refpst-work to
           move ws-store-tbl-mtd-refpst(ws-store-idx)
                                               to tcf-refund-pst-mtd.
           write tax-carry-line.
      *
      *rewrites the exempt carry file with the day's refunds on
      *exempt sales rolled into each store and certificate's
      *month-to-date figures
       800-write-exempt-carry.
           accept ws-system-date from date YYYYMMDD.
           open output exempt-carry-file.
           perform 801-write-one-exempt-line
             varying ws-tex-idx from 1 by 1
             until ws-tex-idx > ws-tex-count.
           close exempt-carry-file.
      *
       801-write-one-exempt-line.
           move ws-tex-store-num(ws-tex-idx)  to tec-store-num.
           move ws-sys-month                  to tec-month.
           move ws-sys-year                   to tec-year.
           move ws-tex-cert-num(ws-tex-idx)   to tec-cert-num.
           move ws-tex-type(ws-tex-idx)       to tec-exempt-type.
           move ws-tex-mtd-sales(ws-tex-idx)  to tec-sales-mtd.
           move ws-tex-mtd-gst(ws-tex-idx)    to tec-gst-mtd.
           move ws-tex-mtd-pst(ws-tex-idx)    to tec-pst-mtd.
           move ws-tex-mtd-refund(ws-tex-idx) to tec-refund-mtd.
           move ws-tex-mtd-refgst(ws-tex-idx) to tec-refund-gst-mtd.
           move ws-tex-mtd-refpst(ws-tex-idx) to tec-refund-pst-mtd.
           write exempt-carry-line.
      *
      *writes the cheque register back out with the day's changes
       810-write-cheque-register.
           open output cheque-register-file.
           perform 811-write-one-cheque-entry
             varying ws-chq-idx from 1 by 1
             until ws-chq-idx > ws-chq-count.
           close cheque-register-file.
      *
       811-write-one-cheque-entry.
           move ws-chq-tbl-num(ws-chq-idx)          to rcr-cheque-num.
           move ws-chq-tbl-status(ws-chq-idx)       to rcr-status.
           move ws-chq-tbl-store(ws-chq-idx)        to rcr-store-num.
           move ws-chq-tbl-invoice(ws-chq-idx)      to rcr-invoice.
           move ws-chq-tbl-return-date(ws-chq-idx)  to rcr-return-date.
           move ws-chq-tbl-diverted-date(ws-chq-idx) to
             rcr-diverted-date.
           move ws-chq-tbl-issue-date(ws-chq-idx)   to rcr-issue-date.
           move ws-chq-tbl-amount(ws-chq-idx)       to rcr-amount.
           move ws-chq-tbl-payee(ws-chq-idx)        to rcr-payee-name.
           move ws-chq-tbl-address(ws-chq-idx)      to
             rcr-payee-address.
           move ws-chq-tbl-cleared-date(ws-chq-idx) to
             rcr-cleared-date.
           move ws-chq-tbl-cleared-amt(ws-chq-idx)  to
             rcr-cleared-amount.
           write cheque-register-line.
      *
      *hands the cash programs one line per store that sent refunds
      *to head office today.  Always written, so a quiet day never
      *leaves yesterday's figures to be taken out again.
       815-write-cheque-totals.
           open output cheque-totals-file.
           perform 816-write-one-cheque-total
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
           close cheque-totals-file.
      *
       816-write-one-cheque-total.
           if ws-store-tbl-chq-count(ws-store-idx) > 0
               move ws-store-tbl-num(ws-store-idx) to rct-store-num
               move ws-store-tbl-chq-count(ws-store-idx) to
                 rct-cheque-count
               move ws-store-tbl-chq-amount(ws-store-idx) to
                 rct-cheque-amount
               write cheque-totals-line
           end-if.
      *
       9000-abort-table-full.
      *a table limit was hit even at the new sizes.  the run stops
             until ws-store-idx > ws-store-count.
      *
           perform 129-print-exceptions.
           perform 135-print-cheque-section.
      *
       129-print-exceptions.
      *prints the matching exceptions section for loss prevention
           move ws-exc-tbl-amount(ws-exc-idx)  to ws-exc-disp-amount.
           move ws-exc-tbl-reason(ws-exc-idx)  to ws-exc-disp-reason.
           write output-line from ws-exception-detail.
      *
      *lists the refunds sent to head office for a cheque: those
      *taken off the till today, the cheques issued today, and any
      *still waiting on the store for the payee's details
       135-print-cheque-section.
           move ws-cheque-limit to ws-chq-title-limit.
           write output-line
             from ws-cheque-title
             after advancing 2 lines.
           write output-line
             from ws-cheque-heading
             after advancing 1 line.
           perform 136-print-one-cheque
             varying ws-chq-idx from 1 by 1
             until ws-chq-idx > ws-chq-count.
           if ws-chq-listed-count = 0
               write output-line from ws-cheque-none-line
           end-if.
      *
           move "Diverted From Tills   :" to ws-chq-tot-label.
           move ws-chq-diverted-count     to ws-chq-tot-count.
           move ws-chq-diverted-amount    to ws-chq-tot-amount.
           write output-line
             from ws-cheque-totals
             after advancing 1 line.
           move "Cheques Issued        :" to ws-chq-tot-label.
           move ws-chq-issued-count       to ws-chq-tot-count.
           move ws-chq-issued-amount      to ws-chq-tot-amount.
           write output-line from ws-cheque-totals.
           move "Awaiting Payee Details:" to ws-chq-tot-label.
           move ws-chq-held-count         to ws-chq-tot-count.
           move ws-chq-held-amount        to ws-chq-tot-amount.
           write output-line from ws-cheque-totals.
      *
       136-print-one-cheque.
           if ws-chq-tbl-held(ws-chq-idx) or
             (ws-chq-tbl-outstanding(ws-chq-idx) and
              ws-chq-tbl-issue-date(ws-chq-idx) = ws-today-num) or
             ws-chq-tbl-diverted-date(ws-chq-idx) = ws-today-num
               add 1 to ws-chq-listed-count
               move ws-chq-tbl-num(ws-chq-idx)     to ws-chq-disp-num
               move ws-chq-tbl-store(ws-chq-idx)   to ws-chq-disp-store
               move ws-chq-tbl-invoice(ws-chq-idx) to
                 ws-chq-disp-invoice
               move ws-chq-tbl-amount(ws-chq-idx)  to
                 ws-chq-disp-amount
               move ws-chq-tbl-payee(ws-chq-idx)   to ws-chq-disp-payee
               if ws-chq-tbl-held(ws-chq-idx)
                   move ws-Chq-Awaiting-Payee to ws-chq-disp-status
               else
                   move ws-Chq-Issued         to ws-chq-disp-status
               end-if
               write output-line from ws-cheque-detail
           end-if.
      *
       127-print-store-line.
      *prints one return line per store master entry
               perform 320-accumulate-totals
               perform 330-match-return
               perform 350-calculate-returns-per-store
      *        a cash refund over the limit was not paid out of the
      *        till - head office sends the customer a cheque
               if r-code and ca-type and il-trans-amt > ws-cheque-limit
                   perform 355-divert-to-cheque
               end-if
           end-if.
           perform 400-create-output-line.
           perform 50-read-input-file.
                   ws-store-tbl-r-records(ws-store-match-idx)
               add il-trans-amt to
                   ws-store-tbl-r-amount(ws-store-match-idx)
               perform 352-apply-refund-exemption
           end-if.
      *
      *a refund on a sale made under an exemption certificate gives
      *back none of the component(s) the certificate exempts.  The
      *certificate is the one quoted on the return, or else the one
      *on the original sale it matched.
       352-apply-refund-exemption.
           move spaces to ws-cert-search-key.
           if il-exempt-cert not = spaces
               move il-exempt-cert to ws-cert-search-key
           else
               if ws-orig-found = 1
                   move ws-orig-tbl-cert(ws-orig-match-idx) to
                     ws-cert-search-key
               end-if
           end-if.
           if ws-cert-search-key not = spaces
               perform 74-search-exempt-certs
               if ws-cert-found = 1
                   move 0 to ws-tex-gst-work
                   move 0 to ws-tex-pst-work
                   if ws-cert-tbl-gst-exempt(ws-cert-match-idx)
                       add il-trans-amt to
                         ws-store-tbl-r-gst-exempt(ws-store-match-idx)
                       multiply il-trans-amt by
                         ws-store-tbl-gst-rate(ws-store-match-idx)
                         giving ws-tex-gst-work rounded
                   end-if
                   if ws-cert-tbl-pst-exempt(ws-cert-match-idx)
                       add il-trans-amt to
                         ws-store-tbl-r-pst-exempt(ws-store-match-idx)
                       multiply il-trans-amt by
                         ws-store-tbl-pst-rate(ws-store-match-idx)
                         giving ws-tex-pst-work rounded
                   end-if
                   move il-store-num       to ws-tex-search-key(1:2)
                   move ws-cert-search-key to ws-tex-search-key(3:10)
                   perform 83-find-exempt-entry
                   move ws-cert-tbl-type(ws-cert-match-idx) to
                     ws-tex-type(ws-tex-match-idx)
                   add il-trans-amt    to
                     ws-tex-mtd-refund(ws-tex-match-idx)
                   add ws-tex-gst-work to
                     ws-tex-mtd-refgst(ws-tex-match-idx)
                   add ws-tex-pst-work to
                     ws-tex-mtd-refpst(ws-tex-match-idx)
               end-if
           end-if.
      *
      *puts the refund on the cheque register to wait for its payee
      *and cheque number, and takes it out of the store's cash
       355-divert-to-cheque.
           if ws-chq-count >= ws-chq-max
               move "CHEQUE REGISTER TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           add 1 to ws-chq-count.
           move 0              to ws-chq-tbl-num(ws-chq-count).
           move "H"            to ws-chq-tbl-status(ws-chq-count).
           move il-store-num   to ws-chq-tbl-store(ws-chq-count).
           move il-invoice-num1 to ws-match-inv1.
           move il-invoice-num2 to ws-match-inv2.
           move il-invoice-dash to ws-match-dash.
           move il-invoice-nums to ws-match-nums.
           move ws-match-key   to ws-chq-tbl-invoice(ws-chq-count).
           if il-trans-date is numeric
               move il-trans-date to
                 ws-chq-tbl-return-date(ws-chq-count)
           else
               move ws-today-num  to
                 ws-chq-tbl-return-date(ws-chq-count)
           end-if.
           move ws-today-num   to
             ws-chq-tbl-diverted-date(ws-chq-count).
           move 0              to ws-chq-tbl-issue-date(ws-chq-count).
           move il-trans-amt   to ws-chq-tbl-amount(ws-chq-count).
           move spaces         to ws-chq-tbl-payee(ws-chq-count).
           move spaces         to ws-chq-tbl-address(ws-chq-count).
           move 0              to
             ws-chq-tbl-cleared-date(ws-chq-count).
           move 0              to ws-chq-tbl-cleared-amt(ws-chq-count).
           add 1               to ws-chq-diverted-count.
           add il-trans-amt    to ws-chq-diverted-amount.
           if ws-store-found = 1
               add 1            to
                 ws-store-tbl-chq-count(ws-store-match-idx)
               add il-trans-amt to
                 ws-store-tbl-chq-amount(ws-store-match-idx)
           end-if.
      *
      *issues the next cheque number to every refund on the register
      *whose payee the store has now sent in - today's and any
      *earlier ones still waiting - onto the cheque run and the
      *positive-pay file.  Both files are written fresh each run, so
      *a quiet day never sends yesterday's cheques again.  They hold
      *the whole day's cheques: a catch-up, run after the night's
      *files went out, first writes every cheque already issued
      *today back onto them, so the bank's copy still covers the
      *night's cheques when the catch-up's own are added.
       356-issue-refund-cheques.
           open output cheque-run-file.
           open output positive-pay-file.
           move spaces          to positive-pay-line.
           move "H"             to ppy-rec-type.
           move ws-bank-account to ppy-account.
           move ws-today-num    to ppy-file-date.
           write positive-pay-line.
           if ws-catch-up-run
               perform 359-resend-one-cheque
                 varying ws-chq-idx from 1 by 1
                 until ws-chq-idx > ws-chq-count
           end-if.
           perform 357-issue-one-cheque
             varying ws-chq-idx from 1 by 1
             until ws-chq-idx > ws-chq-count.
           move spaces               to positive-pay-line.
           move "T"                  to ppy-rec-type.
           move ws-bank-account      to ppy-account.
           move ws-ppy-item-count    to ppy-item-count.
           move ws-ppy-item-total    to ppy-item-total.
           write positive-pay-line.
           close cheque-run-file
             positive-pay-file.
      *
       357-issue-one-cheque.
           if ws-chq-tbl-held(ws-chq-idx)
               move ws-chq-tbl-store(ws-chq-idx)   to
                 ws-pye-search-store
               move ws-chq-tbl-invoice(ws-chq-idx) to
                 ws-pye-search-invoice
               perform 92-search-payees
               if ws-pye-found = 1
                   perform 358-write-cheque
               else
                   add 1 to ws-chq-held-count
                   add ws-chq-tbl-amount(ws-chq-idx) to
                     ws-chq-held-amount
               end-if
           end-if.
      *
       358-write-cheque.
           add 1 to ws-next-cheque-num.
           move ws-next-cheque-num to ws-chq-tbl-num(ws-chq-idx).
           move "O"                to ws-chq-tbl-status(ws-chq-idx).
           move ws-today-num       to ws-chq-tbl-issue-date(ws-chq-idx).
           move ws-pye-tbl-name(ws-pye-match-idx)    to
             ws-chq-tbl-payee(ws-chq-idx).
           move ws-pye-tbl-address(ws-pye-match-idx) to
             ws-chq-tbl-address(ws-chq-idx).
           add 1 to ws-chq-issued-count.
           add ws-chq-tbl-amount(ws-chq-idx) to ws-chq-issued-amount.
      *
           move spaces                         to cheque-run-line.
           move ws-chq-tbl-num(ws-chq-idx)     to crn-cheque-num.
           move ws-today-num                   to crn-issue-date.
           move ws-chq-tbl-amount(ws-chq-idx)  to crn-amount.
           move ws-chq-tbl-payee(ws-chq-idx)   to crn-payee-name.
           move ws-chq-tbl-address(ws-chq-idx) to crn-payee-address.
           move ws-chq-tbl-store(ws-chq-idx)   to crn-store-num.
           move ws-chq-tbl-invoice(ws-chq-idx) to crn-invoice.
           write cheque-run-line.
      *
           move spaces                         to positive-pay-line.
           move "D"                            to ppy-rec-type.
           move ws-bank-account                to ppy-account.
           move ws-chq-tbl-num(ws-chq-idx)     to ppy-cheque-num.
           move ws-chq-tbl-amount(ws-chq-idx)  to ppy-amount.
           move ws-today-num                   to ppy-issue-date.
           move ws-chq-tbl-payee(ws-chq-idx)   to ppy-payee-name.
           move "I"                            to ppy-issue-code.
           write positive-pay-line.
           add 1 to ws-ppy-item-count.
           add ws-chq-tbl-amount(ws-chq-idx) to ws-ppy-item-total.
      *
      *a cheque an earlier run issued today, written back onto the
      *cheque run and positive-pay file under its own number
       359-resend-one-cheque.
           if ws-chq-tbl-outstanding(ws-chq-idx) and
             ws-chq-tbl-issue-date(ws-chq-idx) = ws-today-num
               move spaces                         to cheque-run-line
               move ws-chq-tbl-num(ws-chq-idx)     to crn-cheque-num
               move ws-chq-tbl-issue-date(ws-chq-idx)
                                                   to crn-issue-date
               move ws-chq-tbl-amount(ws-chq-idx)  to crn-amount
               move ws-chq-tbl-payee(ws-chq-idx)   to crn-payee-name
               move ws-chq-tbl-address(ws-chq-idx) to crn-payee-address
               move ws-chq-tbl-store(ws-chq-idx)   to crn-store-num
               move ws-chq-tbl-invoice(ws-chq-idx) to crn-invoice
               write cheque-run-line
      *
               move spaces                         to positive-pay-line
               move "D"                            to ppy-rec-type
               move ws-bank-account                to ppy-account
               move ws-chq-tbl-num(ws-chq-idx)     to ppy-cheque-num
               move ws-chq-tbl-amount(ws-chq-idx)  to ppy-amount
               move ws-chq-tbl-issue-date(ws-chq-idx)
                                                   to ppy-issue-date
               move ws-chq-tbl-payee(ws-chq-idx)   to ppy-payee-name
               move "I"                            to ppy-issue-code
               write positive-pay-line
               add 1 to ws-ppy-item-count
               add ws-chq-tbl-amount(ws-chq-idx) to ws-ppy-item-total
           end-if.
      *
       360-calculate-most-returns.
