       identification division.

      *Program:    Tax_Audit
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Invoice-level tax audit for a government auditor.
      *            Takes a store (00 for every store) and a date
      *            range off Tax-Audit-Request.dat and walks each
      *            business day's archived S-L-Data, Return-Data and
      *            Void-Data through Archive-Catalog.dat, the latest
      *            copy of the day winning as elsewhere.  Every sale,
      *            refund and voided sale is listed with its taxable
      *            amount, GST, PST and tender, worked out the way
      *            the sales and returns programs charged it, and
      *            written one line per invoice to the fixed-format
      *            Tax-Audit.dat handed to the auditor.  Each store's
      *            figures for a month the range covers in full are
      *            then tied back to the month-to-date tax carry as
      *            it stood at the month's end (Tax-Carry-History.dat
      *            for a closed month, Tax-Carry-Forward.dat for the
      *            month still open), and any difference is flagged.
      *            Run on its own whenever an audit asks for it.

       program-id. Tax_Audit.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The store and date range wanted, one line
       select request-file
           assign to "../../../../data/Tax-Audit-Request.dat"
           organization is line sequential
           file status is ws-request-status.
      *
       select archive-catalog-file
           assign to "../../../../data/Archive-Catalog.dat"
           organization is line sequential
           file status is ws-catalog-status.
      *
      *One archived data file being scanned, whichever name is
      *loaded before the open
       select history-file
           assign to ws-history-file-name
           organization is line sequential
           file status is ws-history-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential.
      *
       select tax-rate-file
           assign to "../../../../data/Store-Tax-Rate.dat"
           organization is line sequential
           file status is ws-taxrate-status.
      *
       select exempt-cert-file
           assign to "../../../../data/Exemption-Cert-Master.dat"
           organization is line sequential
           file status is ws-cert-status.
      *
      *The open month's tax carry, as the last run left it
       select tax-carry-file
           assign to "../../../../data/Tax-Carry-Forward.dat"
           organization is line sequential
           file status is ws-taxcf-status.
      *
      *Each closed month's tax carry, as it stood at the month's end
       select tax-history-file
           assign to "../../../../data/Tax-Carry-History.dat"
           organization is line sequential
           file status is ws-taxch-status.
      *
      *The auditor's file, one fixed-format line per invoice
       select tax-audit-file
           assign to "../../../../output/Tax-Audit.dat"
           organization is line sequential.
      *
       select report-file
           assign to "../../../../output/Tax-Audit.out"
           organization is line sequential.
      *
      *Shared run-manifest every batch program appends one line to
       select audit-trail-file
           assign to "../../../../data/Audit-Trail.dat"
           organization is line sequential
           file status is ws-audit-status.
      *
       data division.
       file section.
      *
      *the store wanted (00 for all of them) and the first and last
      *business dates of the period
       fd request-file
           data record is request-line
           record contains 18 characters.
      *
       01 request-line.
           05 tar-store-num            pic 99.
           05 tar-from-date            pic 9(8).
           05 tar-to-date              pic 9(8).
      *
      *one catalog entry per archived file
       fd archive-catalog-file
           data record is archive-catalog-line
           record contains 104 characters.
      *
       01 archive-catalog-line.
           05 acl-original-name        pic x(20).
           05 acl-archive-name         pic x(60).
           05 acl-run-date             pic 9(8).
           05 acl-run-time             pic 9(6).
           05 acl-record-count         pic 9(7).
      *    a catch-up run's copy holds only its late store's day:
      *    run type C and that store, blank on a nightly copy
           05 acl-run-type             pic x.
               88 acl-catch-up-copy    value "C".
           05 acl-catch-up-store       pic xx.
      *
      *one record of whichever data file is being scanned, the
      *chain's usual 80-byte shape
       fd history-file
           data record is history-line
           record contains 80 characters.
      *
       01 history-line.
           05 hst-trans-code           pic x.
           05 hst-trans-amt            pic 9(7)v99.
           05 hst-payment-type         pic xx.
           05 hst-store-num            pic 99.
           05 hst-invoice              pic x(9).
           05 hst-sku                  pic x(15).
           05 hst-trans-date           pic x(8).
           05 hst-rec-type             pic x.
               88 hst-detail-rec       value 'D'.
               88 hst-tender-rec       value 'P'.
           05 hst-quantity             pic 9(3).
           05 hst-salesperson          pic 9(5).
           05 hst-exempt-cert          pic x(10).
           05 filler                   pic x(15).
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
      *one store's two tax component rates
       fd tax-rate-file
           data record is tax-rate-line
           record contains 8 characters.
      *
       01 tax-rate-line.
           05 txr-store-num            pic 99.
           05 txr-gst-rate             pic 9v99.
           05 txr-pst-rate             pic 9v99.
      *
      *one exemption certificate: which tax it exempts ('G' GST
      *only, 'P' PST only, 'B' both)
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
      *one store's month-to-date tax picture
       fd tax-carry-file
           data record is tax-carry-line
           record contains 72 characters.
      *
       01 tax-carry-line               pic x(72).
      *
      *a closed month's tax-carry line, the same shape
       fd tax-history-file
           data record is tax-history-line
           record contains 72 characters.
      *
       01 tax-history-line             pic x(72).
      *
      *one invoice as handed to the auditor.  Refunds and voided
      *sales carry negative amounts.
       fd tax-audit-file
           data record is tax-audit-line
           record contains 72 characters.
      *
       01 tax-audit-line.
           05 tal-store-num            pic 99.
           05 tal-trans-date           pic x(8).
           05 tal-invoice              pic x(9).
      *    S sale, L layaway, R refund, V voided sale
           05 tal-trans-type           pic x.
           05 tal-taxable              pic s9(9)v99
                                       sign leading separate.
           05 tal-gst                  pic s9(7)v99
                                       sign leading separate.
           05 tal-pst                  pic s9(7)v99
                                       sign leading separate.
           05 tal-tender               pic xx.
           05 tal-exempt-cert          pic x(10).
      *    the business day whose run took the invoice in
           05 tal-run-date             pic 9(8).
      *
       fd report-file
           data record is output-line
           record contains 100 characters.
      *
       01 output-line                  pic x(100).
      *
      *one line appended per program per run
       fd audit-trail-file
           data record is audit-trail-line
           record contains 68 characters.
      *
       01 audit-trail-line.
           05 adt-program-name         pic x(20).
           05 adt-run-date             pic 9(8).
           05 adt-run-time             pic 9(6).
           05 adt-return-code          pic s9(4).
           05 adt-status-text          pic x(30).
      *
       working-storage section.
      *
       01 ws-heading-main-title.
           05 filler                   pic x(27)   value
                                       "Group 15 - Final Assignment".
           05 filler                   pic x(3)    value " - ".
           05 filler                   pic x(70)   value spaces.
      *
       01 ws-heading-names.
           05 filler                   pic x(8)    value "Members:".
           05 filler                   pic x       value space.
           05 filler                   pic x(29)   value
                                       "Martin Barber, Robert Savoie,".
           05 filler                   pic x(30)   value
                                       " Alex Blackmore, Rhys Thompson".
           05 filler                   pic x(32)   value spaces.
      *
       01 ws-heading-title.
           05 filler                   pic x(35)   value spaces.
           05 filler                   pic x(30)   value
                                       "Invoice-Level Tax Audit".
           05 filler                   pic x(35)   value spaces.
      *
       01 ws-request-store-line.
           05 filler                   pic x(20)   value
                                       "Store             : ".
           05 ws-rql-store             pic x(24).
           05 filler                   pic x(56)   value spaces.
      *
       01 ws-request-store-work.
           05 ws-rsw-num               pic 99.
           05 filler                   pic xx      value spaces.
           05 ws-rsw-name              pic x(20).
      *
       01 ws-period-line.
           05 filler                   pic x(20)   value
                                       "Period            : ".
           05 ws-per-disp-from         pic 9999/99/99.
           05 filler                   pic x(4)    value " to ".
           05 ws-per-disp-to           pic 9999/99/99.
           05 filler                   pic x(56)   value spaces.
      *
       01 ws-invoice-title.
           05 filler                   pic x(40)   value
              "Invoices In The Period:".
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-invoice-heading.
           05 filler                   pic x(12)   value "Date".
           05 filler                   pic x(6)    value "Store".
           05 filler                   pic x(11)   value "Invoice".
           05 filler                   pic x(4)    value "Type".
           05 filler                   pic x(14)   value
                                       "       Taxable".
           05 filler                   pic x(13)   value
                                       "          GST".
           05 filler                   pic x(13)   value
                                       "          PST".
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(5)    value "Pay".
           05 filler                   pic x(11)   value "Exempt Cert".
           05 filler                   pic x(8)    value spaces.
      *
       01 ws-invoice-detail.
           05 ws-ivd-date              pic 9999/99/99.
           05 filler                   pic x(2)    value spaces.
           05 ws-ivd-store             pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-ivd-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-ivd-type              pic x.
           05 filler                   pic x(3)    value spaces.
           05 ws-ivd-taxable           pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-ivd-gst               pic -zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-ivd-pst               pic -zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 ws-ivd-tender            pic xx.
           05 filler                   pic x(3)    value spaces.
           05 ws-ivd-cert              pic x(10).
           05 filler                   pic x(9)    value spaces.
      *
       01 ws-tie-title.
           05 filler                   pic x(50)   value
              "Store Totals Tied To The Month-End Tax Carry:".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-tie-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(7)    value "Store".
           05 filler                   pic x(9)    value "Month".
           05 filler                   pic x(20)   value "Figure".
           05 filler                   pic x(14)   value
                                       "     Per Audit".
           05 filler                   pic x(16)   value
                                       "       Per Carry".
           05 filler                   pic x(16)   value
                                       "      Difference".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(4)    value "Flag".
           05 filler                   pic x(10)   value spaces.
      *
       01 ws-tie-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-tid-store             pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-tid-year              pic 9(4).
           05 filler                   pic x       value "/".
           05 ws-tid-month             pic 99.
           05 filler                   pic x(3)    value spaces.
           05 ws-tid-label             pic x(18).
           05 filler                   pic x(2)    value spaces.
           05 ws-tid-audit             pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-tid-carry             pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-tid-diff              pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-tid-flag              pic x(12).
           05 filler                   pic x(2)    value spaces.
      *
       01 ws-partial-month-line.
           05 filler                   pic x(9)    value spaces.
           05 ws-pml-year              pic 9(4).
           05 filler                   pic x       value "/".
           05 ws-pml-month             pic 99.
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(50)   value
              "ONLY PART OF THE MONTH IS IN THE PERIOD - NOT TIED".
           05 filler                   pic x(31)   value spaces.
      *
       01 ws-none-found-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(26)   value
                                       "None.".
           05 filler                   pic x(72)   value spaces.
      *
       01 ws-no-request-line.
           05 filler                   pic x(30)   value
                                       "NO AUDIT WAS RUN - REQUEST ".
           05 ws-nrl-reason            pic x(40).
           05 filler                   pic x(30)   value spaces.
      *
       01 ws-summary-title.
           05 filler                   pic x(20)   value
                                       "Audit Summary:".
           05 filler                   pic x(80)   value spaces.
      *
       01 ws-summary-count-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-sum-count-label       pic x(30).
           05 ws-sum-count             pic zzzzz9.
           05 filler                   pic x(62)   value spaces.
      *
       01 ws-summary-amount-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-sum-amount-label      pic x(30).
           05 ws-sum-amount            pic -zzz,zzz,zz9.99.
           05 filler                   pic x(53)   value spaces.
      *
      *why a request was refused
       77 ws-rej-no-request            pic x(40)   value
                                       "FILE MISSING OR EMPTY".
       77 ws-rej-bad-dates             pic x(40)   value
                                       "DATES ARE NOT VALID".
       77 ws-rej-dates-reversed        pic x(40)   value
                                       "ENDS BEFORE IT STARTS".
       77 ws-rej-future                pic x(40)   value
                                       "STARTS AFTER TODAY".
       77 ws-rej-too-long              pic x(40)   value
                                       "SPANS MORE THAN 24 MONTHS".
       77 ws-rej-bad-store             pic x(40)   value
                                       "STORE NOT ON THE STORE MASTER".
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
      *
      *the standard rates a store with none of its own is taxed at,
      *the same defaults the sales and returns programs use
       77 const-gst-rate               pic 9v99    value 0.05.
       77 const-pst-rate               pic 9v99    value 0.08.
      *
      *the most months one request may span
       77 const-max-months             pic 99      value 24.
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
           05 ws-taxrate-status        pic xx      value "00".
           05 ws-cert-status           pic xx      value "00".
           05 ws-taxcf-status          pic xx      value "00".
           05 ws-taxch-status          pic xx      value "00".
      *
      *the request as read, and what the audit will walk
       01 ws-request-control.
           05 ws-request-found         pic x       value "n".
           05 ws-req-store             pic 99      value 0.
           05 ws-req-from              pic 9(8)    value 0.
           05 ws-req-to                pic 9(8)    value 0.
      *    the last day walked: the requested end, or today if the
      *    request runs on past it
           05 ws-req-walk-end          pic 9(8)    value 0.
           05 ws-req-month-span        pic s9(5)   value 0.
      *
      *a date split apart for checking and month arithmetic
       01 ws-check-date.
           05 ws-chk-year              pic 9(4).
           05 ws-chk-month             pic 99.
           05 ws-chk-day               pic 99.
       01 ws-check-date-num redefines ws-check-date
                                       pic 9(8).
      *
       01 ws-check-end-date.
           05 ws-chk-end-year          pic 9(4).
           05 ws-chk-end-month         pic 99.
           05 ws-chk-end-day           pic 99.
       01 ws-check-end-date-num redefines ws-check-end-date
                                       pic 9(8).
      *
      *the calendar day being walked, split so it can be stepped a
      *day at a time
       01 ws-walk-date.
           05 ws-walk-year             pic 9(4).
           05 ws-walk-month            pic 99.
           05 ws-walk-day              pic 99.
       01 ws-walk-date-num redefines ws-walk-date
                                       pic 9(8).
      *
       01 ws-walk-work.
           05 ws-walk-max-day          pic 99      value 0.
           05 ws-walk-leap-rem         pic 9(4)    value 0.
           05 ws-walk-leap-quot        pic 9(4)    value 0.
      *
      *each month the period touches, with every store's figures
      *per the audit and per the month-end tax carry
       01 ws-month-table.
           05 ws-mon-entry             occurs 24 times.
               10 ws-mon-year             pic 9(4)     value 0.
               10 ws-mon-month            pic 99       value 0.
      *        y when the period takes in the whole month, so its
      *        figures can be set against the month's carry
               10 ws-mon-whole            pic x        value "n".
               10 ws-mst-entry            occurs 99 times.
                   15 ws-mst-sales        pic s9(10)v99 value 0.
                   15 ws-mst-gst          pic s9(8)v99  value 0.
                   15 ws-mst-pst          pic s9(8)v99  value 0.
                   15 ws-mst-refund       pic s9(10)v99 value 0.
                   15 ws-mst-refgst       pic s9(8)v99  value 0.
                   15 ws-mst-refpst       pic s9(8)v99  value 0.
                   15 ws-mst-cf-on-file   pic x         value "n".
                   15 ws-mst-cf-sales     pic 9(10)v99  value 0.
                   15 ws-mst-cf-gst       pic 9(8)v99   value 0.
                   15 ws-mst-cf-pst       pic 9(8)v99   value 0.
                   15 ws-mst-cf-refund    pic 9(10)v99  value 0.
                   15 ws-mst-cf-refgst    pic 9(8)v99   value 0.
                   15 ws-mst-cf-refpst    pic 9(8)v99   value 0.
      *
       01 ws-month-control.
           05 ws-mon-count             pic 99      value 0.
           05 ws-mon-sub               pic 99      value 0.
           05 ws-mon-match             pic 99      value 0.
           05 ws-mon-search-year       pic 9(4)    value 0.
           05 ws-mon-search-month      pic 99      value 0.
           05 ws-mst-sub               pic 9(3)    value 0.
      *
      *the catalog of archived files, loaded once at startup
       01 ws-catalog-table.
           05 ws-cat-entry             occurs 5000 times
                                       indexed by ws-cat-idx.
               10 ws-cat-tbl-original     pic x(20).
               10 ws-cat-tbl-archive      pic x(60).
               10 ws-cat-tbl-date         pic 9(8).
               10 ws-cat-tbl-time         pic 9(6).
               10 ws-cat-tbl-run-type     pic x.
                   88 ws-cat-tbl-catch-up     value "C".
               10 ws-cat-tbl-store        pic xx.
      *
       01 ws-catalog-control.
           05 ws-catalog-count         pic 9(4)    value 0.
           05 ws-catalog-eof-flag      pic x       value "n".
       77 ws-catalog-max               pic 9(4)    value 5000.
      *
      *the one archived copy chosen for the file/date in hand - the
      *latest same-day copy wins when a day was run more than once
       01 ws-pick-control.
           05 ws-pick-name             pic x(20)   value spaces.
           05 ws-pick-best-idx         pic 9(4)    value 0.
           05 ws-pick-best-time        pic 9(6)    value 0.
      *    whether a late store's catch-up copy is its latest for
      *    the day, and the entry it is being compared against
           05 ws-pick-latest           pic 9       value 0.
           05 ws-cmp-idx               pic 9(4)    value 0.
      *    which stream the file being scanned feeds: S sales,
      *    R returns, V voids
           05 ws-scan-stream           pic x       value space.
      *
      *tracks whichever data file is being scanned
       01 ws-history-control.
           05 ws-history-file-name     pic x(60)   value spaces.
           05 ws-history-eof-flag      pic x       value "n".
      *
      *store master table, for the store name on the request line
       01 ws-store-table.
           05 ws-store-entry           occurs 99 times
                                       indexed by ws-store-idx.
               10 ws-store-tbl-num        pic 99.
               10 ws-store-tbl-name       pic x(20).
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-store-found           pic 9       value 0.
           05 ws-store-eof-flag        pic x       value "n".
      *
      *each store's tax rates, one row per store number (row =
      *store + 1)
       01 ws-rate-table.
           05 ws-rate-entry            occurs 100 times.
               10 ws-rate-tbl-gst         pic 9v99.
               10 ws-rate-tbl-pst         pic 9v99.
      *
       01 ws-rate-control.
           05 ws-rate-row              pic 999     value 0.
           05 ws-taxrate-eof-flag      pic x       value "n".
      *
      *the exemption certificates and which tax each one exempts
       01 ws-cert-table.
           05 ws-cert-entry            occurs 5000 times
                                       indexed by ws-cert-idx.
               10 ws-cert-tbl-num         pic x(10).
               10 ws-cert-tbl-type        pic x.
                   88 ws-cert-tbl-gst-exempt   value "G", "B".
                   88 ws-cert-tbl-pst-exempt   value "P", "B".
      *
       01 ws-cert-control.
           05 ws-cert-count            pic 9(4)    value 0.
           05 ws-cert-found            pic 9       value 0.
           05 ws-cert-match-idx        pic 9(4)    value 0.
           05 ws-cert-eof-flag         pic x       value "n".
       77 ws-cert-max                  pic 9(4)    value 5000.
      *
      *the sales in the period made under a certificate, kept in
      *invoice order and bisected, so a refund that quotes none can
      *take its original sale's, as the returns program does
       01 ws-exempt-sale-table.
           05 ws-exs-entry             occurs 20001 times.
               10 ws-exs-tbl-invoice      pic x(9).
               10 ws-exs-tbl-cert         pic x(10).
      *
       01 ws-exempt-sale-control.
           05 ws-exs-count             pic 9(6)    value 0.
           05 ws-exs-found             pic 9       value 0.
           05 ws-exs-match-idx         pic 9(6)    value 0.
           05 ws-exs-search-key        pic x(9)    value spaces.
       77 ws-exs-max                   pic 9(6)    value 20000.
      *
      *shared workspace for the bisecting search and in-place insert
       01 ws-binary-search-work.
           05 ws-bs-lo                 pic 9(6).
           05 ws-bs-hi                 pic 9(6).
           05 ws-bs-mid                pic 9(6).
           05 ws-bs-done               pic x.
           05 ws-bs-insert-at          pic 9(6).
           05 ws-bs-shift-idx          pic 9(6).
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
      *
      *the invoice in hand and its tax
       01 ws-line-work.
           05 ws-line-type             pic x       value space.
           05 ws-line-cert             pic x(10)   value spaces.
           05 ws-line-gst-rate         pic 9v99    value 0.
           05 ws-line-pst-rate         pic 9v99    value 0.
           05 ws-line-gst              pic 9(7)v99 value 0.
           05 ws-line-pst              pic 9(7)v99 value 0.
           05 ws-line-taxable-signed   pic s9(9)v99 value 0.
           05 ws-line-gst-signed       pic s9(7)v99 value 0.
           05 ws-line-pst-signed       pic s9(7)v99 value 0.
           05 ws-line-date-num         pic 9(8)    value 0.
      *
      *one figure being tied, audit against carry
       01 ws-tie-work.
           05 ws-tie-audit             pic s9(10)v99 value 0.
           05 ws-tie-carry             pic s9(10)v99 value 0.
           05 ws-tie-diff              pic s9(10)v99 value 0.
      *
      *one store's month-to-date tax picture, from either carry file
       01 ws-carry-work.
           05 tcf-store-num            pic 99.
           05 tcf-month                pic 99.
           05 tcf-year                 pic 9(4).
           05 tcf-taxable-mtd          pic 9(10)v99.
           05 tcf-gst-mtd              pic 9(8)v99.
           05 tcf-pst-mtd              pic 9(8)v99.
           05 tcf-refund-mtd           pic 9(10)v99.
           05 tcf-refund-gst-mtd       pic 9(8)v99.
           05 tcf-refund-pst-mtd       pic 9(8)v99.
      *
      *the run's figures
       01 ws-run-totals.
           05 ws-total-sales           pic 9(7)    value 0.
           05 ws-total-refunds         pic 9(7)    value 0.
           05 ws-total-voids           pic 9(7)    value 0.
           05 ws-total-days            pic 9(5)    value 0.
           05 ws-total-days-missing    pic 9(5)    value 0.
           05 ws-total-months-tied     pic 9(5)    value 0.
           05 ws-total-differences     pic 9(5)    value 0.
           05 ws-total-taxable         pic s9(11)v99 value 0.
           05 ws-total-gst             pic s9(9)v99  value 0.
           05 ws-total-pst             pic s9(9)v99  value 0.
      *
      *today's date and time, stamped onto this run's audit entry
       01 ws-system-date.
           05 ws-sys-year               pic 9(4).
           05 ws-sys-month              pic 99.
           05 ws-sys-day                pic 99.
      *
       01 ws-system-time.
           05 ws-sys-hour                pic 99.
           05 ws-sys-minute              pic 99.
           05 ws-sys-second              pic 99.
           05 ws-sys-hundredth           pic 99.
      *
       01 ws-today-control.
           05 ws-today-num             pic 9(8)    value 0.
      *
      *tracks the shared run-manifest file this program appends to
       01 ws-audit-control.
           05 ws-audit-status           pic xx     value "00".
      *
       procedure division.
       000-main.
      *
           accept ws-system-date from date YYYYMMDD.
           move ws-system-date to ws-today-num.
           perform 25-open-files.
           perform 30-read-request.
           perform 150-print-page-headings.
           if ws-request-found = "y"
               perform 33-load-tax-rates
               perform 36-load-exempt-certs
               perform 40-build-months
               perform 50-load-catalog
               perform 55-load-tax-history
               perform 57-load-tax-carry
               perform 200-walk-period
               perform 300-print-tie-out
               perform 350-print-summary
           else
               write output-line
                 from ws-no-request-line
                 after advancing 1 line
           end-if.
      *
      *    a refused request, or figures that do not tie, leave the
      *    audit to be looked into before it goes to the auditor
           if ws-request-found = "y" and ws-total-differences = 0
               move 0 to return-code
           else
               move 4 to return-code
           end-if.
      *
           perform 790-write-audit-trail.
           perform 75-close-files.
      *
           goback.
      *
      *************************************************************
      *open files
       25-open-files.
           open output report-file.
           perform 60-load-store-master.
      *
      *************************************************************
      *reads and checks the store and period wanted.  The walk
      *stops at today; a period may take in no more than the
      *allowed number of months.
       30-read-request.
           move ws-rej-no-request to ws-nrl-reason.
           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       perform 31-check-request
               end-read
               close request-file
           end-if.
      *
       31-check-request.
           move tar-from-date to ws-check-date-num.
           move tar-to-date   to ws-check-end-date-num.
           if tar-store-num is not numeric or
             tar-from-date is not numeric or
             tar-to-date is not numeric or
             ws-chk-month < 1 or ws-chk-month > 12 or
             ws-chk-day < 1 or ws-chk-day > 31 or
             ws-chk-end-month < 1 or ws-chk-end-month > 12 or
             ws-chk-end-day < 1 or ws-chk-end-day > 31
               move ws-rej-bad-dates to ws-nrl-reason
           else
               if tar-to-date < tar-from-date
                   move ws-rej-dates-reversed to ws-nrl-reason
               else
                   if tar-from-date > ws-today-num
                       move ws-rej-future to ws-nrl-reason
                   else
                       perform 32-check-request-span
                   end-if
               end-if
           end-if.
      *
       32-check-request-span.
           if tar-to-date > ws-today-num
               move ws-today-num to ws-req-walk-end
           else
               move tar-to-date  to ws-req-walk-end
           end-if.
           move ws-req-walk-end to ws-check-end-date-num.
           compute ws-req-month-span =
             (ws-chk-end-year * 12 + ws-chk-end-month) -
             (ws-chk-year * 12 + ws-chk-month) + 1.
           if ws-req-month-span > const-max-months
               move ws-rej-too-long to ws-nrl-reason
           else
               move 1 to ws-store-found
               if tar-store-num not = 0
                   move 0 to ws-store-found
                   perform 62-find-request-store
                     varying ws-store-idx from 1 by 1
                     until ws-store-idx > ws-store-count
               end-if
               if ws-store-found = 0
                   move ws-rej-bad-store to ws-nrl-reason
               else
                   move tar-store-num to ws-req-store
                   move tar-from-date to ws-req-from
                   move tar-to-date   to ws-req-to
                   move "y"           to ws-request-found
               end-if
           end-if.
      *
      *************************************************************
      *loads each store's tax rates, the standard ones for any store
      *with none of its own
       33-load-tax-rates.
           perform 34-set-default-rate
             varying ws-rate-row from 1 by 1
             until ws-rate-row > 100.
           open input tax-rate-file.
           if ws-taxrate-status = "00"
               perform 35-read-tax-rate
                 until ws-taxrate-eof-flag = "y"
               close tax-rate-file
           end-if.
      *
       34-set-default-rate.
           move const-gst-rate to ws-rate-tbl-gst(ws-rate-row).
           move const-pst-rate to ws-rate-tbl-pst(ws-rate-row).
      *
       35-read-tax-rate.
           read tax-rate-file
               at end
                   move "y" to ws-taxrate-eof-flag
           end-read.
      *    the components apply together or not at all, the same as
      *    the sales program treats a half-converted line
           if ws-taxrate-eof-flag not = "y" and
             txr-store-num is numeric and
             txr-gst-rate is numeric and txr-pst-rate is numeric
               compute ws-rate-row = txr-store-num + 1
               move txr-gst-rate to ws-rate-tbl-gst(ws-rate-row)
               move txr-pst-rate to ws-rate-tbl-pst(ws-rate-row)
           end-if.
      *
      *************************************************************
      *loads the exemption certificates for the invoices' tax
       36-load-exempt-certs.
           open input exempt-cert-file.
           if ws-cert-status = "00"
               perform 37-read-exempt-cert
                 until ws-cert-eof-flag = "y"
               close exempt-cert-file
           end-if.
      *
       37-read-exempt-cert.
           read exempt-cert-file
               at end
                   move "y" to ws-cert-eof-flag
           end-read.
           if ws-cert-eof-flag not = "y"
               if ws-cert-count >= ws-cert-max
                   move "EXEMPTION CERTIFICATE TABLE" to
                                                 ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-cert-count
               move ecm-cert-num    to ws-cert-tbl-num(ws-cert-count)
               move ecm-exempt-type to ws-cert-tbl-type(ws-cert-count)
           end-if.
      *
       38-search-exempt-certs.
           move 0 to ws-cert-found.
           move 1 to ws-cert-idx.
           perform 39-search-cert-step
             until ws-cert-idx > ws-cert-count or ws-cert-found = 1.
      *
       39-search-cert-step.
           if ws-cert-tbl-num(ws-cert-idx) = ws-line-cert
               move 1           to ws-cert-found
               move ws-cert-idx to ws-cert-match-idx
           else
               set ws-cert-idx up by 1
           end-if.
      *
      *************************************************************
      *one entry for each calendar month from the first day of the
      *period to the last day walked, marked whole when the period
      *takes in every day of it - or every day so far, for the
      *month still open
       40-build-months.
           move ws-req-from to ws-walk-date-num.
           move 1 to ws-walk-day.
           move ws-req-walk-end to ws-check-end-date-num.
           move 0 to ws-mon-count.
           perform 41-add-one-month
             until ws-mon-count >= ws-req-month-span.
      *
       41-add-one-month.
           add 1 to ws-mon-count.
           move ws-walk-year  to ws-mon-year(ws-mon-count).
           move ws-walk-month to ws-mon-month(ws-mon-count).
           perform 48-find-days-in-walk-month.
           move "n" to ws-mon-whole(ws-mon-count).
           if ws-req-from <= ws-walk-date-num
               move ws-walk-max-day to ws-walk-day
               if ws-req-to >= ws-walk-date-num or
                 ws-req-to >= ws-today-num
                   move "y" to ws-mon-whole(ws-mon-count)
               end-if
           end-if.
           move 1 to ws-walk-day.
           if ws-walk-month = 12
               move 1 to ws-walk-month
               add 1 to ws-walk-year
           else
               add 1 to ws-walk-month
           end-if.
      *
      *steps the walk date on one calendar day, carrying into the
      *month and year with real month lengths and leap years
       47-step-forward-one-day.
           perform 48-find-days-in-walk-month.
           if ws-walk-day < ws-walk-max-day
               add 1 to ws-walk-day
           else
               move 1 to ws-walk-day
               if ws-walk-month = 12
                   move 1 to ws-walk-month
                   add 1 to ws-walk-year
               else
                   add 1 to ws-walk-month
               end-if
           end-if.
      *
       48-find-days-in-walk-month.
           if ws-walk-month = 4 or ws-walk-month = 6 or
             ws-walk-month = 9 or ws-walk-month = 11
               move 30 to ws-walk-max-day
           else
               if ws-walk-month = 2
                   move 28 to ws-walk-max-day
                   divide ws-walk-year by 4
                     giving ws-walk-leap-quot
                     remainder ws-walk-leap-rem
                   if ws-walk-leap-rem = 0
                       move 29 to ws-walk-max-day
                       divide ws-walk-year by 100
                         giving ws-walk-leap-quot
                         remainder ws-walk-leap-rem
                       if ws-walk-leap-rem = 0
                           move 28 to ws-walk-max-day
                           divide ws-walk-year by 400
                             giving ws-walk-leap-quot
                             remainder ws-walk-leap-rem
                           if ws-walk-leap-rem = 0
                               move 29 to ws-walk-max-day
                           end-if
                       end-if
                   end-if
               else
                   move 31 to ws-walk-max-day
               end-if
           end-if.
      *
      *finds the month entry for ws-mon-search-year/-month, leaving
      *ws-mon-match 0 when the period does not touch it
       49-find-month.
           move 0 to ws-mon-match.
           perform 46-find-month-step
             varying ws-mon-sub from 1 by 1
             until ws-mon-sub > ws-mon-count or ws-mon-match > 0.
      *
       46-find-month-step.
           if ws-mon-year(ws-mon-sub)  = ws-mon-search-year and
             ws-mon-month(ws-mon-sub) = ws-mon-search-month
               move ws-mon-sub to ws-mon-match
           end-if.
      *
      *************************************************************
      *loads the archive catalog into the table
       50-load-catalog.
           open input archive-catalog-file.
           if ws-catalog-status = "00"
               perform 51-read-catalog-entry
                 until ws-catalog-eof-flag = "y"
               close archive-catalog-file
           end-if.
      *
       51-read-catalog-entry.
           read archive-catalog-file
               at end
                   move "y" to ws-catalog-eof-flag
           end-read.
           if ws-catalog-eof-flag not = "y"
               if ws-catalog-count >= ws-catalog-max
                   move "ARCHIVE CATALOG TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-catalog-count
               move acl-original-name to
                                 ws-cat-tbl-original(ws-catalog-count)
               move acl-archive-name  to
                                 ws-cat-tbl-archive(ws-catalog-count)
               move acl-run-date      to
                                 ws-cat-tbl-date(ws-catalog-count)
               move acl-run-time      to
                                 ws-cat-tbl-time(ws-catalog-count)
               move acl-run-type      to
                                 ws-cat-tbl-run-type(ws-catalog-count)
               move acl-catch-up-store to
                                 ws-cat-tbl-store(ws-catalog-count)
           end-if.
      *
      *************************************************************
      *loads each closed month's carry as it stood at the month's
      *end.  A month kept more than once - a first run of the month
      *backed out and rerun - takes its last line.
       55-load-tax-history.
           move "n" to eof-flag.
           open input tax-history-file.
           if ws-taxch-status = "00"
               perform 56-read-tax-history
                 until eof-flag = eof-y
               close tax-history-file
           end-if.
      *
       56-read-tax-history.
           read tax-history-file into ws-carry-work
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y
               perform 59-apply-carry-line
           end-if.
      *
      *then the carry as the last run left it, which is the open
      *month's - or the month just ended, before a run of the new
      *month has moved it to the history
       57-load-tax-carry.
           move "n" to eof-flag.
           open input tax-carry-file.
           if ws-taxcf-status = "00"
               perform 58-read-tax-carry
                 until eof-flag = eof-y
               close tax-carry-file
           end-if.
      *
       58-read-tax-carry.
           read tax-carry-file into ws-carry-work
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y
               perform 59-apply-carry-line
           end-if.
      *
      *a line still in the old 52-byte shape half-parses; it is
      *skipped, as the remittance report skips it
       59-apply-carry-line.
           if tcf-refund-gst-mtd is numeric and
             tcf-refund-pst-mtd is numeric and
             tcf-store-num is numeric and tcf-store-num > 0
               move tcf-year  to ws-mon-search-year
               move tcf-month to ws-mon-search-month
               perform 49-find-month
               if ws-mon-match > 0
                   move tcf-store-num to ws-mst-sub
                   move "y" to
                     ws-mst-cf-on-file(ws-mon-match, ws-mst-sub)
                   move tcf-taxable-mtd    to
                     ws-mst-cf-sales(ws-mon-match, ws-mst-sub)
                   move tcf-gst-mtd        to
                     ws-mst-cf-gst(ws-mon-match, ws-mst-sub)
                   move tcf-pst-mtd        to
                     ws-mst-cf-pst(ws-mon-match, ws-mst-sub)
                   move tcf-refund-mtd     to
                     ws-mst-cf-refund(ws-mon-match, ws-mst-sub)
                   move tcf-refund-gst-mtd to
                     ws-mst-cf-refgst(ws-mon-match, ws-mst-sub)
                   move tcf-refund-pst-mtd to
                     ws-mst-cf-refpst(ws-mon-match, ws-mst-sub)
               end-if
           end-if.
      *
      *************************************************************
      *loads the store master into a table for lookup
       60-load-store-master.
           open input store-master-file.
           perform 61-read-store-master
             until ws-store-eof-flag = "y".
           close store-master-file.
      *
       61-read-store-master.
           read store-master-file
               at end
                   move "y" to ws-store-eof-flag
           end-read.
           if ws-store-eof-flag not = "y"
               if ws-store-count >= 99
                   move "STORE MASTER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-store-count
               move stm-store-num   to ws-store-tbl-num(ws-store-count)
               move stm-store-name  to ws-store-tbl-name(ws-store-count)
           end-if.
      *
       62-find-request-store.
           if ws-store-tbl-num(ws-store-idx) = tar-store-num
               move 1 to ws-store-found
               move ws-store-tbl-name(ws-store-idx) to ws-rsw-name
           end-if.
      *
      *************************************************************
      *walks every business day of the period, listing the sales,
      *refunds and voided sales its run took in
       200-walk-period.
           write output-line
             from ws-invoice-title
             after advancing 2 lines.
           write output-line
             from ws-invoice-heading
             after advancing 1 line.
           write output-line from spaces.
           open output tax-audit-file.
           move ws-req-from to ws-walk-date-num.
           perform 210-walk-one-day
             until ws-walk-date-num > ws-req-walk-end.
           close tax-audit-file.
           if ws-total-sales = 0 and ws-total-refunds = 0 and
             ws-total-voids = 0
               write output-line from ws-none-found-line
           end-if.
      *
      *the day's figures went into its own month's carry, so they
      *are bucketed by the day walked rather than the invoice date
       210-walk-one-day.
           add 1 to ws-total-days.
           move ws-walk-year  to ws-mon-search-year.
           move ws-walk-month to ws-mon-search-month.
           perform 49-find-month.
      *
           move "S-L-Data.dat"    to ws-pick-name.
           move "S"               to ws-scan-stream.
           perform 220-pick-and-scan-archive.
           if ws-pick-best-idx = 0
               add 1 to ws-total-days-missing
           end-if.
      *
           move "Return-Data.dat" to ws-pick-name.
           move "R"               to ws-scan-stream.
           perform 220-pick-and-scan-archive.
      *
           move "Void-Data.dat"   to ws-pick-name.
           move "V"               to ws-scan-stream.
           perform 220-pick-and-scan-archive.
      *
           perform 47-step-forward-one-day.
      *
      *finds the latest nightly archived copy of ws-pick-name for
      *the day in hand and scans it, then each late store's latest
      *catch-up copy of the day - a catch-up holds only its own
      *store, so it is read beside the nightly copy, never in its
      *place.
       220-pick-and-scan-archive.
           move 0 to ws-pick-best-idx.
           move 0 to ws-pick-best-time.
           perform 230-scan-catalog-for-pick
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
           if ws-pick-best-idx > 0
               move ws-cat-tbl-archive(ws-pick-best-idx)
                                       to ws-history-file-name
               perform 240-scan-one-file
           end-if.
           perform 232-scan-catch-up-copy
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
      *
       230-scan-catalog-for-pick.
           if ws-cat-tbl-original(ws-cat-idx) = ws-pick-name and
             not ws-cat-tbl-catch-up(ws-cat-idx) and
             ws-cat-tbl-date(ws-cat-idx) = ws-walk-date-num and
             ws-cat-tbl-time(ws-cat-idx) >= ws-pick-best-time
               move ws-cat-idx to ws-pick-best-idx
               move ws-cat-tbl-time(ws-cat-idx) to ws-pick-best-time
           end-if.
      *
      *a late store's catch-up copy for the day, read beside the
      *nightly copy when it is that store's latest for the day
       232-scan-catch-up-copy.
           if ws-cat-tbl-catch-up(ws-cat-idx) and
             ws-cat-tbl-original(ws-cat-idx) = ws-pick-name and
             ws-cat-tbl-date(ws-cat-idx) = ws-walk-date-num
               perform 234-check-latest-catch-up
               if ws-pick-latest = 1
                   move ws-cat-tbl-archive(ws-cat-idx)
                                       to ws-history-file-name
                   perform 240-scan-one-file
               end-if
           end-if.
      *
       234-check-latest-catch-up.
           move 1 to ws-pick-latest.
           perform 236-compare-catch-up-copy
             varying ws-cmp-idx from 1 by 1
             until ws-cmp-idx > ws-catalog-count
             or ws-pick-latest = 0.
      *
       236-compare-catch-up-copy.
           if ws-cmp-idx not = ws-cat-idx and
             ws-cat-tbl-catch-up(ws-cmp-idx) and
             ws-cat-tbl-original(ws-cmp-idx) = ws-pick-name and
             ws-cat-tbl-date(ws-cmp-idx) =
                                 ws-cat-tbl-date(ws-cat-idx) and
             ws-cat-tbl-store(ws-cmp-idx) =
                                 ws-cat-tbl-store(ws-cat-idx)
               if ws-cat-tbl-time(ws-cmp-idx) >
                 ws-cat-tbl-time(ws-cat-idx)
                   move 0 to ws-pick-latest
               end-if
               if ws-cat-tbl-time(ws-cmp-idx) =
                 ws-cat-tbl-time(ws-cat-idx) and
                 ws-cmp-idx > ws-cat-idx
                   move 0 to ws-pick-latest
               end-if
           end-if.
      *
      *************************************************************
      *reads every invoice header of the named file.  Item details
      *and split-tender payments ride on their header's money.
       240-scan-one-file.
           move "n" to ws-history-eof-flag.
           open input history-file.
           if ws-history-status = "00"
               perform 242-read-history-record
                 until ws-history-eof-flag = "y"
               close history-file
           end-if.
      *
       242-read-history-record.
           read history-file
               at end
                   move "y" to ws-history-eof-flag
           end-read.
           if ws-history-eof-flag not = "y" and not hst-detail-rec
             and not hst-tender-rec and hst-store-num is numeric
             and hst-store-num > 0 and hst-trans-amt is numeric
             and (ws-req-store = 0 or hst-store-num = ws-req-store)
               move space to ws-line-type
               if ws-scan-stream = "S" and
                 (hst-trans-code = "S" or hst-trans-code = "L")
                   move hst-trans-code to ws-line-type
               end-if
               if ws-scan-stream = "R" and hst-trans-code = "R"
                   move "R" to ws-line-type
               end-if
               if ws-scan-stream = "V" and hst-trans-code = "V"
                   move "V" to ws-line-type
               end-if
               if ws-line-type not = space
                   perform 250-work-invoice-tax
                   perform 270-list-invoice
                   perform 280-bucket-invoice
               end-if
           end-if.
      *
      *************************************************************
      *the invoice's GST and PST at its store's rates, less any
      *component its certificate exempts.  A sale's tax is cut off
      *at the cent as the sales program charges it; a refund's and
      *a voided sale's are rounded, as theirs are worked out.
       250-work-invoice-tax.
           compute ws-rate-row = hst-store-num + 1.
           move ws-rate-tbl-gst(ws-rate-row) to ws-line-gst-rate.
           move ws-rate-tbl-pst(ws-rate-row) to ws-line-pst-rate.
      *
           move hst-exempt-cert to ws-line-cert.
           if ws-line-type = "R" and ws-line-cert = spaces
               move hst-invoice to ws-exs-search-key
               perform 260-search-exempt-sales
               if ws-exs-found = 1
                   move ws-exs-tbl-cert(ws-exs-match-idx) to
                                                   ws-line-cert
               end-if
           end-if.
           if ws-line-cert not = spaces
               perform 38-search-exempt-certs
               if ws-cert-found = 1
                   if ws-cert-tbl-gst-exempt(ws-cert-match-idx)
                       move 0 to ws-line-gst-rate
                   end-if
                   if ws-cert-tbl-pst-exempt(ws-cert-match-idx)
                       move 0 to ws-line-pst-rate
                   end-if
               end-if
           end-if.
      *
           if ws-line-type = "S" or ws-line-type = "L"
               multiply hst-trans-amt by ws-line-gst-rate
                 giving ws-line-gst
               multiply hst-trans-amt by ws-line-pst-rate
                 giving ws-line-pst
               move hst-trans-amt to ws-line-taxable-signed
               move ws-line-gst   to ws-line-gst-signed
               move ws-line-pst   to ws-line-pst-signed
               if hst-exempt-cert not = spaces
                   perform 255-keep-exempt-sale
               end-if
           else
               multiply hst-trans-amt by ws-line-gst-rate
                 giving ws-line-gst rounded
               multiply hst-trans-amt by ws-line-pst-rate
                 giving ws-line-pst rounded
               compute ws-line-taxable-signed = 0 - hst-trans-amt
               compute ws-line-gst-signed     = 0 - ws-line-gst
               compute ws-line-pst-signed     = 0 - ws-line-pst
           end-if.
      *
      *remembers a sale made under a certificate for its refunds
       255-keep-exempt-sale.
           move hst-invoice to ws-exs-search-key.
           perform 260-search-exempt-sales.
           if ws-exs-found = 0
               if ws-exs-count >= ws-exs-max
                   move "EXEMPT SALES TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               move ws-exs-count to ws-bs-shift-idx
               perform 257-shift-exempt-sale
                 until ws-bs-shift-idx < ws-bs-insert-at
               move hst-invoice     to
                                 ws-exs-tbl-invoice(ws-bs-insert-at)
               move hst-exempt-cert to
                                 ws-exs-tbl-cert(ws-bs-insert-at)
               add 1 to ws-exs-count
           end-if.
      *
       257-shift-exempt-sale.
           move ws-exs-entry(ws-bs-shift-idx) to
             ws-exs-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *bisects the invoice-ordered exempt sales for
      *ws-exs-search-key, leaving the slot a new one belongs in when
      *it isn't found
       260-search-exempt-sales.
           move 0 to ws-exs-found.
           move 1 to ws-bs-lo.
           move ws-exs-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 262-search-exempt-sale-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       262-search-exempt-sale-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-exs-tbl-invoice(ws-bs-mid) = ws-exs-search-key
                   move 1         to ws-exs-found
                   move ws-bs-mid to ws-exs-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-exs-tbl-invoice(ws-bs-mid) <
                     ws-exs-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *lists the invoice and writes its line to the auditor's file
       270-list-invoice.
           move hst-store-num          to tal-store-num.
           move hst-trans-date         to tal-trans-date.
           move hst-invoice            to tal-invoice.
           move ws-line-type           to tal-trans-type.
           move ws-line-taxable-signed to tal-taxable.
           move ws-line-gst-signed     to tal-gst.
           move ws-line-pst-signed     to tal-pst.
           move hst-payment-type       to tal-tender.
           move ws-line-cert           to tal-exempt-cert.
           move ws-walk-date-num       to tal-run-date.
           write tax-audit-line.
      *
           if hst-trans-date is numeric
               move hst-trans-date to ws-line-date-num
           else
               move 0              to ws-line-date-num
           end-if.
           move ws-line-date-num       to ws-ivd-date.
           move hst-store-num          to ws-ivd-store.
           move hst-invoice            to ws-ivd-invoice.
           move ws-line-type           to ws-ivd-type.
           move ws-line-taxable-signed to ws-ivd-taxable.
           move ws-line-gst-signed     to ws-ivd-gst.
           move ws-line-pst-signed     to ws-ivd-pst.
           move hst-payment-type       to ws-ivd-tender.
           move ws-line-cert           to ws-ivd-cert.
           write output-line from ws-invoice-detail.
      *
           add ws-line-taxable-signed to ws-total-taxable.
           add ws-line-gst-signed     to ws-total-gst.
           add ws-line-pst-signed     to ws-total-pst.
           if ws-line-type = "R"
               add 1 to ws-total-refunds
           else
               if ws-line-type = "V"
                   add 1 to ws-total-voids
               else
                   add 1 to ws-total-sales
               end-if
           end-if.
      *
      *adds the invoice to its store's figures for the month, in the
      *carry's terms: sales net of voided sales, refunds apart
       280-bucket-invoice.
           if ws-mon-match > 0
               move hst-store-num to ws-mst-sub
               if ws-line-type = "R"
                   add hst-trans-amt to
                     ws-mst-refund(ws-mon-match, ws-mst-sub)
                   add ws-line-gst   to
                     ws-mst-refgst(ws-mon-match, ws-mst-sub)
                   add ws-line-pst   to
                     ws-mst-refpst(ws-mon-match, ws-mst-sub)
               else
                   add ws-line-taxable-signed to
                     ws-mst-sales(ws-mon-match, ws-mst-sub)
                   add ws-line-gst-signed     to
                     ws-mst-gst(ws-mon-match, ws-mst-sub)
                   add ws-line-pst-signed     to
                     ws-mst-pst(ws-mon-match, ws-mst-sub)
               end-if
           end-if.
      *
      *************************************************************
      *sets each store's audit figures for every whole month
      *against the month-end carry and flags what does not agree
       300-print-tie-out.
           write output-line
             from ws-tie-title
             after advancing 2 lines.
           write output-line
             from ws-tie-heading
             after advancing 1 line.
           write output-line from spaces.
           perform 310-tie-one-month
             varying ws-mon-sub from 1 by 1
             until ws-mon-sub > ws-mon-count.
      *
       310-tie-one-month.
           if ws-mon-whole(ws-mon-sub) = "y"
               add 1 to ws-total-months-tied
               perform 320-tie-one-store
                 varying ws-mst-sub from 1 by 1
                 until ws-mst-sub > 99
           else
               move ws-mon-year(ws-mon-sub)  to ws-pml-year
               move ws-mon-month(ws-mon-sub) to ws-pml-month
               write output-line from ws-partial-month-line
           end-if.
      *
      *a store outside the request, or with nothing either side,
      *has nothing to tie
       320-tie-one-store.
           if (ws-req-store = 0 or ws-mst-sub = ws-req-store) and
             (ws-mst-cf-on-file(ws-mon-sub, ws-mst-sub) = "y" or
              ws-mst-sales(ws-mon-sub, ws-mst-sub)  not = 0 or
              ws-mst-refund(ws-mon-sub, ws-mst-sub) not = 0)
               move ws-mst-sub               to ws-tid-store
               move ws-mon-year(ws-mon-sub)  to ws-tid-year
               move ws-mon-month(ws-mon-sub) to ws-tid-month
      *
               move "Taxable Sales"      to ws-tid-label
               move ws-mst-sales(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-audit
               move ws-mst-cf-sales(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-carry
               perform 330-print-tie-line
               move "GST Collected"      to ws-tid-label
               move ws-mst-gst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-audit
               move ws-mst-cf-gst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-carry
               perform 330-print-tie-line
               move "PST Collected"      to ws-tid-label
               move ws-mst-pst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-audit
               move ws-mst-cf-pst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-carry
               perform 330-print-tie-line
               move "Refunds"            to ws-tid-label
               move ws-mst-refund(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-audit
               move ws-mst-cf-refund(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-carry
               perform 330-print-tie-line
               move "GST Refunded"       to ws-tid-label
               move ws-mst-refgst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-audit
               move ws-mst-cf-refgst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-carry
               perform 330-print-tie-line
               move "PST Refunded"       to ws-tid-label
               move ws-mst-refpst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-audit
               move ws-mst-cf-refpst(ws-mon-sub, ws-mst-sub)
                                         to ws-tie-carry
               perform 330-print-tie-line
           end-if.
      *
       330-print-tie-line.
           compute ws-tie-diff = ws-tie-audit - ws-tie-carry.
           move ws-tie-audit to ws-tid-audit.
           move ws-tie-carry to ws-tid-carry.
           move ws-tie-diff  to ws-tid-diff.
           move spaces to ws-tid-flag.
           if ws-mst-cf-on-file(ws-mon-sub, ws-mst-sub) not = "y"
               move "NOT ON FILE" to ws-tid-flag
               add 1 to ws-total-differences
           else
               if ws-tie-diff not = 0
                   move "DIFFERS" to ws-tid-flag
                   add 1 to ws-total-differences
               end-if
           end-if.
           write output-line from ws-tie-detail.
      *
      *************************************************************
       350-print-summary.
           write output-line
             from ws-summary-title
             after advancing 2 lines.
           write output-line from spaces.
           move "Sales Listed            :" to ws-sum-count-label.
           move ws-total-sales to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Refunds Listed          :" to ws-sum-count-label.
           move ws-total-refunds to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Voided Sales Listed     :" to ws-sum-count-label.
           move ws-total-voids to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Net Taxable Amount      :" to ws-sum-amount-label.
           move ws-total-taxable to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Net GST                 :" to ws-sum-amount-label.
           move ws-total-gst to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Net PST                 :" to ws-sum-amount-label.
           move ws-total-pst to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Days In The Period      :" to ws-sum-count-label.
           move ws-total-days to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Days With No Archived Sales:" to ws-sum-count-label.
           move ws-total-days-missing to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Whole Months Tied       :" to ws-sum-count-label.
           move ws-total-months-tied to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Figures Not Agreeing    :" to ws-sum-count-label.
           move ws-total-differences to ws-sum-count.
           write output-line from ws-summary-count-line.
      *
      *************************************************************
      *prints page heading, with the request it ran for
       150-print-page-headings.
           write output-line
             from ws-heading-main-title
             after advancing 1 lines.
      *
           write output-line
             from ws-heading-names
             before advancing 2 lines.
      *
           write output-line
             from ws-heading-title
             before advancing 2 lines.
      *
           if ws-request-found = "y"
               if ws-req-store = 0
                   move "ALL STORES" to ws-rql-store
               else
                   move ws-req-store to ws-rsw-num
                   move ws-request-store-work to ws-rql-store
               end-if
               write output-line from ws-request-store-line
               move ws-req-from to ws-per-disp-from
               move ws-req-to   to ws-per-disp-to
               write output-line from ws-period-line
           end-if.
      *
      *************************************************************
      *Appends one line to the shared run-manifest.  Opened in
      *EXTEND mode so every run's entry is kept; the first entry
      *ever written falls back to OPEN OUTPUT since EXTEND fails
      *against a file that doesn't exist yet.
       790-write-audit-trail.
           accept ws-system-date from date YYYYMMDD.
           accept ws-system-time from time.
      *
           open extend audit-trail-file.
           if ws-audit-status not = "00"
               open output audit-trail-file
           end-if.
      *
           move "Tax_Audit"            to adt-program-name.
           move ws-sys-year            to adt-run-date(1:4).
           move ws-sys-month           to adt-run-date(5:2).
           move ws-sys-day             to adt-run-date(7:2).
           move ws-sys-hour            to adt-run-time(1:2).
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-table-abort
               move "TABLE LIMIT EXCEEDED"  to adt-status-text
           else
               if ws-request-found not = "y"
                   move "REQUEST REFUSED"       to adt-status-text
               else
                   if ws-total-differences > 0
                       move "TAX CARRY DOES NOT TIE" to
                                                  adt-status-text
                   else
                       move "COMPLETED"             to adt-status-text
                   end-if
               end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *a table limit was hit.  the run stops loudly, right here,
      *instead of letting a subscript run off the end of the table.
       9000-abort-table-full.
           move "y" to ws-table-abort-flag.
           display "Tax_Audit: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Tax_Audit: RUN STOPPED - RAISE THE "
             "TABLE LIMIT AND RERUN".
           move 16 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
      *
       end program Tax_Audit.
