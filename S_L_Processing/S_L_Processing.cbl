           organization is line sequential
           file status is ws-taxcf-status.
      *
      *Each store's closing month-to-date tax figures, appended
      *when the month turns over so a closed month's totals can
      *still be produced for a tax audit
       select tax-history-file
           assign to "../../../../data/Tax-Carry-History.dat"
           organization is line sequential
           file status is ws-taxch-status.
      *
      *The tax-exemption certificates on file, read for which tax
      *component each certificate quoted on a sale exempts
       select exempt-cert-file
           assign to "../../../../data/Exemption-Cert-Master.dat"
           organization is line sequential
           file status is ws-cert-status.
      *
      *Month-to-date tax-exempt sales per store and certificate,
      *carried across runs the same way the tax carry is, for the
      *month-end remittance filing; this program keeps the sales
      *side, the Returns program the refund side
       select exempt-carry-file
           assign to ws-texc-file-name
           organization is line sequential
           file status is ws-texc-status.
      *
      *Per-store tax owed for the day, written for the general-ledger
      *posting extract
       select store-tax-file
       file section.
       fd input-file
       data record is input-line
           record contains 80 characters.
      *input line.  A multi-item invoice arrives as one header
      *record ('H', carrying the invoice total) followed by its item
      *detail records ('D'); a blank record type is the old
      *standalone shape and is worked as a header.  Tax, payment,
      *store, and ledger figures come off the headers; the SKU
      *summary comes off the item details.  A split-tender invoice
      *('SP' on the header) carries one tender record ('P') per
      *payment, and its payment figures come off those instead.
       01 input-line.
           05 il-trans-code            pic x.
               88 s-code                           value "S".
               88 cr-type                          value "CR".
               88 db-type                          value "DB".
               88 gc-type                          value "GC".
               88 sp-type                          value "SP".
               88 us-type                          value "US".
           05 il-store-num             pic 99.
           05 il-invoice-num1          pic x.
           05 il-invoice-num2          pic x.
               10 il-trans-day         pic 99.
           05 il-rec-type              pic x.
               88 il-detail-rec        value 'D'.
               88 il-tender-rec        value 'P'.
      *    units sold on an item detail line; blank reads as one
           05 il-quantity              pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 il-salesperson           pic 9(5).
      *    tax-exemption certificate the customer quoted, blank on
      *    an ordinary taxable sale
           05 il-exempt-cert           pic x(10).
      *    US dollars handed over on a US cash tender; the amount
      *    above is its Canadian equivalent at the day's till rate
           05 il-foreign-amt           pic 9(7)v99.
           05 filler                   pic x(6).
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
       fd tax-rate-file
           data record is tax-rate-line
      *Final_Data_Split_Count
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
      *one store's S&L amount total, written by Final_Data_Split_Count
       fd store-xchk-file
           05 tcf-refund-gst-mtd       pic 9(8)v99.
           05 tcf-refund-pst-mtd       pic 9(8)v99.
      *
      *a closed month's tax-carry line, kept as it stood at the
      *month's last run
       fd tax-history-file
           data record is tax-history-line
           record contains 72 characters.
      *
       01 tax-history-line             pic x(72).
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
      *one store and certificate's month-to-date exempt picture: the
      *sales made under it and the GST and PST not charged on them
      *(kept here), the refunds on them and the GST and PST not
      *refunded (kept by the Returns program)
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
      *one store's tax owed for the day, by authority
       fd store-tax-file
           data record is store-tax-line
           05 txo-gst-amount           pic 9(8)v99.
           05 txo-pst-amount           pic 9(8)v99.
      *
      *one voided sale, the chain's usual 80-byte shape
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdd-trans-code           pic x.
           05 vdd-rec-type             pic x.
               88 vdd-detail-rec       value 'D'.
           05 vdd-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdd-salesperson          pic 9(5).
           05 vdd-exempt-cert          pic x(10).
           05 filler                   pic x(15).
      *
      *one store's layaway cancellation money for the day
       fd cancel-totals-file
      *one product with its department assignment
       fd sku-master-file
           data record is sku-master-line
           record contains 57 characters.
      *
       01 sku-master-line.
           05 skm-sku-code             pic x(15).
           05 skm-description          pic x(20).
           05 skm-unit-price           pic 9(5)v99.
           05 skm-dept-code            pic x(4).
      *    the consignment vendor and the vendor's share of the
      *    selling price; no vendor means stock we own
           05 skm-vendor-num           pic x(6).
           05 skm-consign-pct          pic 9(3)v99.
      *
      *one department: its code and name
       fd dept-master-file
           05 dpt-dept-code            pic x(4).
           05 dpt-dept-name            pic x(20).
      *
      *one return, the chain's usual 80-byte shape
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rtd-trans-code           pic x.
           05 rtd-rec-type             pic x.
               88 rtd-detail-rec       value 'D'.
           05 rtd-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rtd-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *one gift-card SKU code
       fd gift-card-sku-file
           05 ws-total-gc-percent      pic z9.99.
           05 filler                   pic x       value "%".
           05 filler                   pic x(36)   value spaces.
      *
       01 ws-total-line2u.
           05 filler                   pic x(21)   value
                                       "Total US   records : ".
           05 ws-total-us-count        pic zzzzzz9.
           05 filler                   pic x(9)    value spaces.
           05 filler                   pic x(21)   value
                                       "Total US   percent : ".
           05 ws-total-us-percent      pic z9.99.
           05 filler                   pic x       value "%".
           05 filler                   pic x(36)   value spaces.
      *
      *US cash taken in, in the dollars the customers handed over
      *and at the Canadian equivalent the totals above carry
       01 ws-us-cash-line.
           05 filler                   pic x(21)   value
                                       "US Cash Taken (USD): ".
           05 ws-us-cash-foreign       pic zz,zzz,zz9.99.
           05 filler                   pic x(9)    value spaces.
           05 filler                   pic x(21)   value
                                       "CAD Equivalent     : ".
           05 ws-us-cash-cad           pic zz,zzz,zz9.99.
           05 filler                   pic x(23)   value spaces.
      *
       01 ws-giftcard-title.
           05 filler                   pic x(26)   value
                                       "Total Tax Owed     : ".
           05 ws-total-tax-owing       pic zz,zzz,zz9.99.
           05 filler                   pic x(71)   value spaces.
      *
       01 ws-total-line7.
           05 filler                   pic x(21)   value
                                       "Tax-Exempt Sales   : ".
           05 ws-total-exempt-sales    pic zz,zzz,zz9.99.
           05 filler                   pic x(9)    value spaces.
           05 filler                   pic x(21)   value
                                       "Tax Not Charged    : ".
           05 ws-total-exempt-tax      pic zz,zzz,zz9.99.
           05 filler                   pic x(23)   value spaces.
      *
       01 ws-filter-title.
           05 filler                   pic x(21)   value
                         "../../../../data/Store-SL-Control-Totals.dat".
       77 ws-taxcf-file-name           pic x(60)   value
                            "../../../../data/Tax-Carry-Forward.dat".
       77 ws-texc-file-name            pic x(60)   value
                            "../../../../data/Tax-Exempt-Carry.dat".
       77 ws-store-tax-file-name       pic x(60)   value
                              "../../../../data/Store-Tax-Totals.dat".
       77 ws-cancel-file-name          pic x(60)   value
       01 ws-taxcf-control.
           05 ws-taxcf-status          pic xx      value "00".
           05 ws-taxcf-eof-flag        pic x       value "n".
           05 ws-taxch-status          pic xx      value "00".
           05 ws-taxch-open-flag       pic x       value "n".
      *
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
      *exempt sales per store and certificate: the month to date
      *carried in, and the day's sales and voids to roll into it
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
               10 ws-tex-day-sales     pic 9(10)v99 value 0.
               10 ws-tex-day-gst       pic 9(8)v99  value 0.
               10 ws-tex-day-pst       pic 9(8)v99  value 0.
               10 ws-tex-void-sales    pic 9(10)v99 value 0.
               10 ws-tex-void-gst      pic 9(8)v99  value 0.
               10 ws-tex-void-pst      pic 9(8)v99  value 0.
      *
       01 ws-exempt-control.
           05 ws-texc-status           pic xx      value "00".
           05 ws-texc-eof-flag         pic x       value "n".
           05 ws-tex-count             pic 9(4)    value 0.
           05 ws-tex-found             pic 9       value 0.
           05 ws-tex-match-idx         pic 9(4)    value 0.
           05 ws-tex-search-key        pic x(12)   value spaces.
      *    the tax component(s) the record in hand is exempt from
           05 ws-tex-gst-exempt        pic x       value "n".
           05 ws-tex-pst-exempt        pic x       value "n".
           05 ws-tex-gst-work          pic 9(8)v99 value 0.
           05 ws-tex-pst-work          pic 9(8)v99 value 0.
      *    the day's chain-wide exempt sales and tax not charged,
      *    for the report footer
           05 ws-tex-total-sales       pic 9(10)v99 value 0.
           05 ws-tex-total-tax         pic 9(8)v99  value 0.
      *
       77 ws-tex-max                   pic 9(4)    value 2000.
      *
      *tracks the void file and the netting arithmetic
       01 ws-void-control.
           05 ws-xchk-cr-percent       pic 99v99   value 0.
           05 ws-xchk-db-percent       pic 99v99   value 0.
           05 ws-xchk-gc-percent       pic 99v99   value 0.
           05 ws-xchk-us-count         pic 9(7)    value 0.
           05 ws-xchk-us-percent       pic 99v99   value 0.
      *
      *the gift-card SKU list, loaded once at startup; selling one
      *of these SKUs is an issuance, not merchandise revenue
           05 math-cr-percent          pic 999v9999.
           05 math-db-percent          pic 999v9999.
           05 math-gc-percent          pic 999v9999.
           05 math-us-percent          pic 999v9999.
      *    
      *counters
       01 counters.
           05 cntr-ca                  pic 9(7)    value 0.
           05 cntr-db                  pic 9(7)    value 0.
           05 cntr-gc                  pic 9(7)    value 0.
           05 cntr-us                  pic 9(7)    value 0.
      *    every tender taken: one per single-tender invoice, one per
      *    tender line of a split - the base for the percentages
           05 cntr-tender-total        pic 9(7)    value 0.
      *
      *constants
       77 const-lines-per-page         pic 99      value 20.
           05 amt-cr                   pic 9(9)v99 value 0.
           05 amt-db                   pic 9(9)v99 value 0.
           05 amt-gc                   pic 9(9)v99 value 0.
      *    US cash at its Canadian equivalent, and in US dollars
           05 amt-us                   pic 9(9)v99 value 0.
           05 amt-us-foreign           pic 9(9)v99 value 0.
      *
      *card-processing fee rate per payment type, defaulted below and
      *overridden by Card-Fee-Rates.dat if a rate is on file for it
                                       to ws-taxcf-file-name
           end-if.
           perform 799-write-tax-carry.
           if ws-trial-running
               move "../../../../trial/Tax-Exempt-Carry.dat"
                                       to ws-texc-file-name
           end-if.
           perform 807-write-exempt-carry.
      *
      *    tell a calling driver whether the store master loaded
           if ws-store-count > 0
               perform 27-find-filter-store-name
           end-if.
           perform 32-load-tax-rates.
           perform 60-load-exempt-certs.
           perform 29-load-void-netting.
           perform 52-load-tax-carry.
           perform 72-load-exempt-carry.
           perform 40-load-layaway-ledger.
           perform 56-load-plan-amounts.
           perform 45-load-payment-xchk-totals.
               multiply vdd-trans-amt by
                 ws-store-tbl-pst-rate(ws-store-idx)
                 giving ws-void-pst-work rounded
      *        a voided exempt sale never charged the exempt
      *        component, so none of it is netted back out
               if vdd-exempt-cert not = spaces
                   perform 78-net-exempt-void
               end-if
               add ws-void-gst-work to
                 ws-store-tbl-void-gst(ws-store-idx)
               add ws-void-pst-work to
               add ws-void-gst-work to ws-void-total-tax
               add ws-void-pst-work to ws-void-total-tax
           end-if.
      *
      *a voided sale that quoted an exemption certificate: the
      *exempt component(s) come off the certificate's figures
      *instead of the store's tax
       78-net-exempt-void.
           move vdd-exempt-cert to ws-cert-search-key.
           perform 62-search-exempt-certs.
           if ws-cert-found = 1
               move vdd-store-num   to ws-tex-search-key(1:2)
               move vdd-exempt-cert to ws-tex-search-key(3:10)
               perform 74-find-exempt-entry
               move ws-cert-tbl-type(ws-cert-match-idx) to
                 ws-tex-type(ws-tex-match-idx)
               add vdd-trans-amt to
                 ws-tex-void-sales(ws-tex-match-idx)
               if ws-cert-tbl-gst-exempt(ws-cert-match-idx)
                   add ws-void-gst-work to
                     ws-tex-void-gst(ws-tex-match-idx)
                   move 0 to ws-void-gst-work
               end-if
               if ws-cert-tbl-pst-exempt(ws-cert-match-idx)
                   add ws-void-pst-work to
                     ws-tex-void-pst(ws-tex-match-idx)
                   move 0 to ws-void-pst-work
               end-if
           end-if.
      *
       21-search-store-for-void.
           if ws-store-tbl-num(ws-store-idx) = vdd-store-num
               add 1 to ws-store-idx
           end-if.
      *
      *loads the exemption certificates into a table, in certificate
      *order; a site with no certificate file taxes every sale
       60-load-exempt-certs.
           open input exempt-cert-file.
           if ws-cert-status = "00"
               perform 61-read-exempt-cert
                 until ws-cert-eof-flag = "y"
               close exempt-cert-file
           end-if.
      *
       61-read-exempt-cert.
           read exempt-cert-file
               at end
                   move "y" to ws-cert-eof-flag
           end-read.
           if ws-cert-eof-flag not = "y" and ecm-cert-num not = spaces
               move ecm-cert-num to ws-cert-search-key
               perform 62-search-exempt-certs
               if ws-cert-found = 0
                   perform 70-insert-exempt-cert
               end-if
           end-if.
      *
      *bisects the certificate table for ws-cert-search-key, leaving
      *the slot a new certificate belongs in when it isn't found
       62-search-exempt-certs.
           move 0 to ws-cert-found.
           move 1 to ws-bs-lo.
           move ws-cert-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 63-search-exempt-cert-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       63-search-exempt-cert-step.
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
       70-insert-exempt-cert.
           if ws-cert-count >= ws-cert-max
               move "EXEMPT CERTIFICATE TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-cert-count to ws-bs-shift-idx.
           perform 71-shift-exempt-cert
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ecm-cert-num    to ws-cert-tbl-num(ws-bs-insert-at).
           move ecm-exempt-type to ws-cert-tbl-type(ws-bs-insert-at).
           add 1 to ws-cert-count.
      *
       71-shift-exempt-cert.
           move ws-cert-entry(ws-bs-shift-idx) to
             ws-cert-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *loads the month-to-date exempt sales per store and
      *certificate carried forward from prior runs; a line from a
      *month that has since turned over is dropped
       72-load-exempt-carry.
           accept ws-system-date from date YYYYMMDD.
           open input exempt-carry-file.
           if ws-texc-status = "00"
               perform 73-read-exempt-carry
                 until ws-texc-eof-flag = "y"
               close exempt-carry-file
           end-if.
      *
       73-read-exempt-carry.
           read exempt-carry-file
               at end
                   move "y" to ws-texc-eof-flag
           end-read.
           if ws-texc-eof-flag not = "y"
             and tec-refund-pst-mtd is numeric
               if tec-month = ws-sys-month and tec-year = ws-sys-year
                   move tec-store-num to ws-tex-search-key(1:2)
                   move tec-cert-num  to ws-tex-search-key(3:10)
                   perform 74-find-exempt-entry
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
      *finds the exempt-sales entry for the store and certificate in
      *ws-tex-search-key, opening a new one when there is none yet
       74-find-exempt-entry.
           move 0 to ws-tex-found.
           move 1 to ws-tex-idx.
           perform 76-scan-exempt-entries
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
       76-scan-exempt-entries.
           if ws-tex-key(ws-tex-idx) = ws-tex-search-key
               move 1          to ws-tex-found
               move ws-tex-idx to ws-tex-match-idx
           else
               add 1 to ws-tex-idx
           end-if.
      *
      *loads each store's month-to-date tax figures carried forward
      *from prior runs, dropping back to zero for any line from a
      *month that has since turned over
                 until ws-taxcf-eof-flag = "y"
               close tax-carry-file
           end-if.
           if ws-taxch-open-flag = "y"
               close tax-history-file
           end-if.
      *
       53-read-tax-carry.
           read tax-carry-file
             and tcf-refund-pst-mtd is numeric
               if tcf-month = ws-sys-month and tcf-year = ws-sys-year
                   perform 54-apply-tax-carry
               else
      *            a rehearsal leaves the history alone, as it does
      *            the layaway ledger
                   if not ws-trial-running
                       perform 56-keep-closed-month
                   end-if
               end-if
           end-if.
      *
      *appends the closed month's line to the tax history before it
      *is dropped.  Opened in EXTEND mode, falling back to OPEN
      *OUTPUT the first time, when the file doesn't exist yet.
       56-keep-closed-month.
           if ws-taxch-open-flag not = "y"
               open extend tax-history-file
               if ws-taxch-status not = "00"
                   open output tax-history-file
               end-if
               move "y" to ws-taxch-open-flag
           end-if.
           write tax-history-line from tax-carry-line.
      *
       54-apply-tax-carry.
           move 0 to ws-store-found.
           move pxk-cr-percent to ws-xchk-cr-percent.
           move pxk-db-percent to ws-xchk-db-percent.
           move pxk-gc-percent to ws-xchk-gc-percent.
      *    a control file written before US cash was taken reads
      *    its missing US figures back as spaces
           if pxk-us-count is numeric
               move pxk-us-count   to ws-xchk-us-count
           end-if.
           if pxk-us-percent is numeric
               move pxk-us-percent to ws-xchk-us-percent
           end-if.
      *
      *loads each store's S&L amount total from
      *Store-SL-Control-Totals.dat into the matching store's table
           move cntr-cr                to ws-total-cr-count.
           move cntr-db                to ws-total-db-count.
           move cntr-gc                to ws-total-gc-count.
           move cntr-us                to ws-total-us-count.
           move math-ca-percent        to ws-total-ca-percent.
           move math-cr-percent        to ws-total-cr-percent.
           move math-db-percent        to ws-total-db-percent.
           move math-gc-percent        to ws-total-gc-percent.
           move math-us-percent        to ws-total-us-percent.
           move math-total-percent     to ws-total-type-percent.
      *    tax computed on voided originals is netted off the
      *    day's figure - it was never collected
           write output-line
             from ws-total-line2g
             after advancing 1 line.
      *
           write output-line
             from ws-total-line2u
             after advancing 1 line.
      *
           if cntr-us > 0
               move amt-us-foreign to ws-us-cash-foreign
               move amt-us         to ws-us-cash-cad
               write output-line
                 from ws-us-cash-line
                 after advancing 1 line
           end-if.
      *
           write output-line
             from ws-total-line4
           write output-line
             from ws-total-line6
             after advancing 2 lines.
      *
           if ws-tex-total-sales > 0
               move ws-tex-total-sales to ws-total-exempt-sales
               move ws-tex-total-tax   to ws-total-exempt-tax
               write output-line
                 from ws-total-line7
                 after advancing 1 line
           end-if.
      *
           perform 143-print-card-fees.
           perform 123-print-gift-card-section.
           if ws-xchk-pct-diff > const-pct-tolerance
               move "FAIL" to ws-payment-xchk-result
           end-if.
      *
           subtract ws-xchk-us-percent from math-us-percent
             giving ws-xchk-pct-diff.
           if ws-xchk-pct-diff < 0
               multiply ws-xchk-pct-diff by -1 giving ws-xchk-pct-diff
           end-if.
           if ws-xchk-pct-diff > const-pct-tolerance
               move "FAIL" to ws-payment-xchk-result
           end-if.
      *
      *compares this program's own payment-type and per-store totals
      *against the totals Final_Data_Split_Count wrote for the same
           if cntr-ca not = ws-xchk-ca-count or
             cntr-cr not = ws-xchk-cr-count  or
             cntr-db not = ws-xchk-db-count  or
             cntr-gc not = ws-xchk-gc-count  or
             cntr-us not = ws-xchk-us-count
               move "FAIL" to ws-payment-xchk-result
           end-if.
           perform 136-check-percent-xchk.
                   perform 65-summarize-by-dept
                   perform 17-track-gift-issuance
               else
               if il-tender-rec
      *            one payment on a split-tender invoice: its header
      *            already took the tax and store figures, so the
      *            tender only feeds the payment-type tallies
                   perform 35-search-store-master
                   perform 330-detemine-payment-types
               else
               if x-code
      *            a layaway cancellation closes its plan and is
      *            reported there - it is not a sale, so it stays
                   perform 305-determine-tax-rate
                   perform 310-calculate-tax-owing
                   perform 320-determine-sl-type
                   if not sp-type
                       perform 330-detemine-payment-types
                   end-if
                   perform 350-calculate-trans-per-store
      *            the old standalone shape carries its SKU on the
      *            header itself; a multi-item header leaves the SKU
                   perform 400-create-output-line
               end-if
               end-if
               end-if
           end-if.
           perform 50-read-input-file.
      *
                 by math-pst-rate
             giving math-pst-owing.

      *    a sale under an exemption certificate is not charged the
      *    component(s) the certificate exempts
           if il-exempt-cert not = spaces
               perform 311-apply-exemption
           end-if.

           add math-gst-owing to math-pst-owing
             giving math-tax-owing.

               add math-pst-owing to
                 ws-store-tbl-pst-owing(ws-store-match-idx)
           end-if.
      *
      *takes the component(s) the quoted certificate exempts off
      *this sale's tax and books the sale and the tax not charged
      *against the store and certificate.  A certificate the edit
      *passed but which has since left the file taxes as usual.
       311-apply-exemption.
           move il-exempt-cert to ws-cert-search-key.
           perform 62-search-exempt-certs.
           if ws-cert-found = 1
               move 0 to ws-tex-gst-work
               move 0 to ws-tex-pst-work
               if ws-cert-tbl-gst-exempt(ws-cert-match-idx)
                   move math-gst-owing to ws-tex-gst-work
                   move 0              to math-gst-owing
               end-if
               if ws-cert-tbl-pst-exempt(ws-cert-match-idx)
                   move math-pst-owing to ws-tex-pst-work
                   move 0              to math-pst-owing
               end-if
               add il-trans-amt    to ws-tex-total-sales
               add ws-tex-gst-work to ws-tex-total-tax
               add ws-tex-pst-work to ws-tex-total-tax
               move il-store-num   to ws-tex-search-key(1:2)
               move il-exempt-cert to ws-tex-search-key(3:10)
               perform 74-find-exempt-entry
               move ws-cert-tbl-type(ws-cert-match-idx) to
                 ws-tex-type(ws-tex-match-idx)
               add il-trans-amt    to
                 ws-tex-day-sales(ws-tex-match-idx)
               add ws-tex-gst-work to
                 ws-tex-day-gst(ws-tex-match-idx)
               add ws-tex-pst-work to
                 ws-tex-day-pst(ws-tex-match-idx)
           end-if.
      *
       320-determine-sl-type.
      *determines which transaction type it is
           end-if.
      *
       330-detemine-payment-types.
      *counts the number of CA, CR, DB, GC and US, and their dollar
      *totals.  A GC tender is a redemption drawing down the
      *gift-card liability, tracked per store for the GL extract.
      *US cash counts at its Canadian equivalent, with the US
      *dollars themselves kept alongside.
      *
           add 1 to cntr-tender-total.
           if cr-type
               add 1            to cntr-cr
               add il-trans-amt to amt-cr
                     ws-store-tbl-gc-redeemed(ws-store-match-idx)
               end-if
           end-if.
           if us-type
               add 1            to cntr-us
               add il-trans-amt to amt-us
               if il-foreign-amt is numeric
                   add il-foreign-amt to amt-us-foreign
               end-if
           end-if.
      *
       340-calculate-percent.
      *calculates the percentages of each payment type over every
      *tender taken, so a split-tender invoice counts each of its
      *payments once; a filtered store (or a whole run) with no S&L
      *transactions at all leaves cntr-tender-total at zero, so
      *there is nothing to divide into and every percentage just
      *stays zero
      *
           if cntr-tender-total not = 0
               divide cntr-ca
                   by cntr-tender-total
               giving math-ca-percent      rounded
      *
               multiply 100
                     by math-ca-percent
      *
               divide cntr-cr
                 by cntr-tender-total
                 giving math-cr-percent    rounded
      *
               multiply 100
                 by math-cr-percent
      *
               divide cntr-db
                 by cntr-tender-total
                 giving math-db-percent    rounded
      *
               multiply 100
                 by math-db-percent
      *
               divide cntr-gc
                 by cntr-tender-total
                 giving math-gc-percent    rounded
      *
               multiply 100
                 by math-gc-percent
      *
               divide cntr-us
                 by cntr-tender-total
                 giving math-us-percent    rounded
      *
               multiply 100
                 by math-us-percent
      *
               add math-ca-percent
                 to math-total-percent
                 to math-total-percent
               add math-gc-percent
                 to math-total-percent
               add math-us-percent
                 to math-total-percent
           end-if.
      *
      *estimates the card-processing fee owed for the day, using each
           move ws-store-tbl-mtd-refpst(ws-store-idx)
                                               to tcf-refund-pst-mtd.
           write tax-carry-line.
      *
      *rolls the day's exempt sales, net of voided exempt sales,
      *into each store and certificate's month-to-date figures and
      *rewrites the exempt carry file for the Returns program and
      *the month-end remittance report
       807-write-exempt-carry.
           accept ws-system-date from date YYYYMMDD.
           open output exempt-carry-file.
           perform 808-write-one-exempt-line
             varying ws-tex-idx from 1 by 1
             until ws-tex-idx > ws-tex-count.
           close exempt-carry-file.
      *
       808-write-one-exempt-line.
           if ws-tex-void-sales(ws-tex-idx) <
             ws-tex-day-sales(ws-tex-idx)
               subtract ws-tex-void-sales(ws-tex-idx)
                 from ws-tex-day-sales(ws-tex-idx)
                 giving ws-net-taxable-work
           else
               move 0 to ws-net-taxable-work
           end-if.
           if ws-tex-void-gst(ws-tex-idx) < ws-tex-day-gst(ws-tex-idx)
               subtract ws-tex-void-gst(ws-tex-idx)
                 from ws-tex-day-gst(ws-tex-idx)
                 giving ws-net-gst-work
           else
               move 0 to ws-net-gst-work
           end-if.
           if ws-tex-void-pst(ws-tex-idx) < ws-tex-day-pst(ws-tex-idx)
               subtract ws-tex-void-pst(ws-tex-idx)
                 from ws-tex-day-pst(ws-tex-idx)
                 giving ws-net-pst-work
           else
               move 0 to ws-net-pst-work
           end-if.
           add ws-net-taxable-work to ws-tex-mtd-sales(ws-tex-idx).
           add ws-net-gst-work     to ws-tex-mtd-gst(ws-tex-idx).
           add ws-net-pst-work     to ws-tex-mtd-pst(ws-tex-idx).
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
       796-write-one-ledger-line.
           if ws-lw-plan-closed(ws-lw-idx)
