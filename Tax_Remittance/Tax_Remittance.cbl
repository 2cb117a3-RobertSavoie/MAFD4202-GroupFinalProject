      *            federal filing, PST to the provincial one - so
      *            nobody un-blends the figures by spreadsheet.  Run
      *            on its own at month end, before the first run of
      *            the new month rolls the figures over.  The sales
      *            made under tax-exemption certificates, carried in
      *            Tax-Exempt-Carry.dat, are listed per store and
      *            certificate with the tax not charged on them.

       program-id. Tax_Remittance.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential.
      *
       select exempt-carry-file
           assign to "../../../../data/Tax-Exempt-Carry.dat"
           organization is line sequential
           file status is ws-texc-status.
      *
       select exempt-cert-file
           assign to "../../../../data/Exemption-Cert-Master.dat"
           organization is line sequential
           file status is ws-cert-status.
      *
       select report-file
           assign to "../../../../output/Tax-Remittance.out"
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
      *one exemption certificate, read for its holder's name
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
       fd report-file
           data record is output-line
           05 filler                   pic x(59)   value spaces.
           05 ws-remit-total-net       pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
      *
       01 ws-exempt-title.
           05 filler                   pic x(38)   value
                             "Exempt Sales By Store And Certificate:".
           05 filler                   pic x(62)   value spaces.
      *
       01 ws-exempt-header1.
           05 filler                   pic x(5)    value "Store".
           05 filler                   pic x       value space.
           05 filler                   pic x(11)   value "Certificate".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(6)    value "Holder".
           05 filler                   pic x(16)   value spaces.
           05 filler                   pic x(4)    value "Type".
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(12)   value
                                       "Exempt Sales".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(14)   value
                                       "GST Not Chrgd".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(14)   value
                                       "PST Not Chrgd".
           05 filler                   pic x(5)    value spaces.
      *
       01 ws-exempt-detail.
           05 ws-exempt-store          pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-exempt-cert           pic x(10).
           05 filler                   pic x(3)    value spaces.
           05 ws-exempt-holder         pic x(20).
           05 filler                   pic x(3)    value spaces.
           05 ws-exempt-type           pic x.
           05 filler                   pic x(2)    value spaces.
           05 ws-exempt-sales          pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-exempt-gst            pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-exempt-pst            pic -zz,zzz,zz9.99.
           05 filler                   pic x(6)    value spaces.
      *
       01 ws-exempt-store-total.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(12)   value
                                       "Store Total".
           05 filler                   pic x(27)   value spaces.
           05 ws-exempt-st-sales       pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-exempt-st-gst         pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-exempt-st-pst         pic -zz,zzz,zz9.99.
           05 filler                   pic x(6)    value spaces.
      *
       01 ws-no-exempt-line.
           05 filler                   pic x(36)   value
                           "NO TAX-EXEMPT SALES THIS PERIOD".
           05 filler                   pic x(64)   value spaces.
      *
       01 ws-no-carry-line.
           05 filler                   pic x(51)   value
      *
       01 ws-taxrate-eof-flag          pic x       value "n".
      *
      *the month-to-date exempt sales per store and certificate
       01 ws-exempt-table.
           05 ws-tex-entry             occurs 2000 times
                                       indexed by ws-tex-idx.
               10 ws-tex-store-num     pic 99.
               10 ws-tex-cert-num      pic x(10).
               10 ws-tex-type          pic x.
               10 ws-tex-sales         pic s9(10)v99.
               10 ws-tex-gst           pic s9(8)v99.
               10 ws-tex-pst           pic s9(8)v99.
      *
       01 ws-exempt-control.
           05 ws-texc-status           pic xx      value "00".
           05 ws-texc-eof-flag         pic x       value "n".
           05 ws-tex-count             pic 9(4)    value 0.
           05 ws-tex-store-lines       pic 9(4)    value 0.
           05 ws-tex-st-sales          pic s9(10)v99 value 0.
           05 ws-tex-st-gst            pic s9(8)v99  value 0.
           05 ws-tex-st-pst            pic s9(8)v99  value 0.
      *
      *the certificate holders, for the names on the exempt listing
       01 ws-cert-table.
           05 ws-cert-entry            occurs 5000 times
                                       indexed by ws-cert-idx.
               10 ws-cert-tbl-num      pic x(10).
               10 ws-cert-tbl-holder   pic x(30).
      *
       01 ws-cert-control.
           05 ws-cert-status           pic xx      value "00".
           05 ws-cert-eof-flag         pic x       value "n".
           05 ws-cert-count            pic 9(4)    value 0.
           05 ws-cert-found            pic 9       value 0.
      *
      *the period the carry file's lines belong to
       01 ws-period-date.
           05 ws-period-month          pic 99      value 0.
           perform 25-open-files.
           perform 30-load-tax-rates.
           perform 40-load-tax-carry.
           perform 44-load-exempt-carry.
           perform 46-load-exempt-certs.
           perform 150-print-page-headings.
           if ws-carry-lines > 0
               perform 200-print-remittance
           end-if.
      *
      *************************************************************
      *loads the month's exempt sales per store and certificate,
      *each net of the refunds made on them
       44-load-exempt-carry.
           open input exempt-carry-file.
           if ws-texc-status = "00"
               perform 45-read-exempt-carry
                 until ws-texc-eof-flag = "y"
               close exempt-carry-file
           end-if.
      *
       45-read-exempt-carry.
           read exempt-carry-file
               at end
                   move "y" to ws-texc-eof-flag
           end-read.
           if ws-texc-eof-flag not = "y"
             and tec-refund-pst-mtd is numeric
               if ws-tex-count >= 2000
                   move "EXEMPT SALES TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-tex-count
               move tec-store-num   to ws-tex-store-num(ws-tex-count)
               move tec-cert-num    to ws-tex-cert-num(ws-tex-count)
               move tec-exempt-type to ws-tex-type(ws-tex-count)
               subtract tec-refund-mtd from tec-sales-mtd
                 giving ws-tex-sales(ws-tex-count)
               subtract tec-refund-gst-mtd from tec-gst-mtd
                 giving ws-tex-gst(ws-tex-count)
               subtract tec-refund-pst-mtd from tec-pst-mtd
                 giving ws-tex-pst(ws-tex-count)
           end-if.
      *
      *loads the certificate holders' names for the listing
       46-load-exempt-certs.
           open input exempt-cert-file.
           if ws-cert-status = "00"
               perform 47-read-exempt-cert
                 until ws-cert-eof-flag = "y"
               close exempt-cert-file
           end-if.
      *
       47-read-exempt-cert.
           read exempt-cert-file
               at end
                   move "y" to ws-cert-eof-flag
           end-read.
           if ws-cert-eof-flag not = "y"
               if ws-cert-count >= 5000
                   move "EXEMPT CERTIFICATE TABLE" to
                     ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-cert-count
               move ecm-cert-num    to ws-cert-tbl-num(ws-cert-count)
               move ecm-holder-name to
                 ws-cert-tbl-holder(ws-cert-count)
           end-if.
      *
       48-search-cert-holder.
           if ws-cert-tbl-num(ws-cert-idx) =
             ws-tex-cert-num(ws-tex-idx)
               move 1 to ws-cert-found
               move ws-cert-tbl-holder(ws-cert-idx) to
                 ws-exempt-holder
           else
               add 1 to ws-cert-idx
           end-if.
      *
      *************************************************************
      *prints one remittance line per store with month-to-date
      *figures on file, then the company total
       200-print-remittance.
           write output-line
             from ws-remit-total-line
             after advancing 2 lines.
      *
           perform 220-print-exempt-sales.
      *
       210-print-one-store.
           if ws-store-tbl-on-file(ws-store-idx) = "y"
           end-if.
      *
      *************************************************************
      *lists each store's sales under exemption certificates, one
      *line per certificate net of refunds, with a store subtotal
       220-print-exempt-sales.
           write output-line
             from ws-exempt-title
             after advancing 2 lines.
           if ws-tex-count = 0
               write output-line
                 from ws-no-exempt-line
                 after advancing 1 line
           else
               write output-line
                 from ws-exempt-header1
                 after advancing 1 line
               perform 225-print-one-store-exempt
                 varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
           end-if.
      *
       225-print-one-store-exempt.
           move 0 to ws-tex-store-lines.
           move 0 to ws-tex-st-sales.
           move 0 to ws-tex-st-gst.
           move 0 to ws-tex-st-pst.
           perform 230-print-one-exempt-line
             varying ws-tex-idx from 1 by 1
             until ws-tex-idx > ws-tex-count.
           if ws-tex-store-lines > 0
               move ws-tex-st-sales to ws-exempt-st-sales
               move ws-tex-st-gst   to ws-exempt-st-gst
               move ws-tex-st-pst   to ws-exempt-st-pst
               write output-line from ws-exempt-store-total
               write output-line from spaces
           end-if.
      *
       230-print-one-exempt-line.
           if ws-tex-store-num(ws-tex-idx) =
             ws-store-tbl-num(ws-store-idx)
               add 1 to ws-tex-store-lines
               move ws-tex-store-num(ws-tex-idx) to ws-exempt-store
               move ws-tex-cert-num(ws-tex-idx)  to ws-exempt-cert
               move ws-tex-type(ws-tex-idx)      to ws-exempt-type
               move spaces to ws-exempt-holder
               move 0 to ws-cert-found
               move 1 to ws-cert-idx
               perform 48-search-cert-holder
                 until ws-cert-idx > ws-cert-count
                   or ws-cert-found = 1
               move ws-tex-sales(ws-tex-idx) to ws-exempt-sales
               move ws-tex-gst(ws-tex-idx)   to ws-exempt-gst
               move ws-tex-pst(ws-tex-idx)   to ws-exempt-pst
               add ws-tex-sales(ws-tex-idx)  to ws-tex-st-sales
               add ws-tex-gst(ws-tex-idx)    to ws-tex-st-gst
               add ws-tex-pst(ws-tex-idx)    to ws-tex-st-pst
               write output-line from ws-exempt-detail
           end-if.
      *
      *************************************************************
      *prints page heading
       150-print-page-headings.
           write output-line
