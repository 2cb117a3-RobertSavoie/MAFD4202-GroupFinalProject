       identification division.

      *Program:    Warehouse_Export
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Nightly export of the day's results for the
      *            finance and merchandising reporting tool, as
      *            comma-delimited files with a header row.  The
      *            sales fact file has one row per item sold,
      *            returned or voided, off S-L-Data.dat,
      *            Return-Data.dat and Void-Data.dat: store, date,
      *            invoice, type, SKU, department, quantity, amount,
      *            tax and tender.  An invoice with item lines gives
      *            a row per item (tender and any exemption
      *            certificate off its header); one without gives a
      *            single row.  Returns and voids carry negative
      *            quantities and amounts.  Tax is worked per row at
      *            the store's GST and PST rates, less whatever an
      *            exemption certificate exempts.  The store, SKU and
      *            department files are copies of the masters.  The
      *            control file gives each file's row count and
      *            amount total (and tax total on the fact file) so
      *            the receiving side can prove a complete load.
      *            Daily_Run_Driver runs it at the end of the chain.

       program-id. Warehouse_Export.
      *
       environment division.
       input-output section.
       file-control.
      *
      *One of the day's three data files, whichever name is loaded
      *before the open
       select data-file
           assign to ws-data-file-name
           organization is line sequential
           file status is ws-data-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential
           file status is ws-store-status.
      *
       select sku-master-file
           assign to "../../../../data/SKU-Master.dat"
           organization is line sequential
           file status is ws-sku-status.
      *
       select dept-master-file
           assign to "../../../../data/Dept-Master.dat"
           organization is line sequential
           file status is ws-dept-status.
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
      *The comma-delimited files, one at a time, whichever name is
      *loaded before the open
       select csv-file
           assign to ws-csv-file-name
           organization is line sequential.
      *
       select report-file
           assign to "../../../../output/Warehouse-Export.out"
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
      *one record of the day's sales, returns or voids, the chain's
      *usual 80-byte shape
       fd data-file
           data record is data-line
           record contains 80 characters.
      *
       01 data-line.
           05 dat-trans-code           pic x.
           05 dat-trans-amt            pic 9(7)v99.
           05 dat-payment-type         pic xx.
           05 dat-store-num            pic 99.
           05 dat-invoice              pic x(9).
           05 dat-sku                  pic x(15).
           05 dat-trans-date           pic x(8).
           05 dat-rec-type             pic x.
               88 dat-detail-rec       value 'D'.
               88 dat-tender-rec       value 'P'.
           05 dat-quantity-x           pic x(3).
           05 dat-quantity redefines dat-quantity-x
                                       pic 9(3).
           05 dat-salesperson          pic x(5).
           05 dat-exempt-cert          pic x(10).
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
       fd sku-master-file
           data record is sku-master-line
           record contains 57 characters.
      *
       01 sku-master-line.
           05 skm-sku-code             pic x(15).
           05 skm-description          pic x(20).
           05 skm-unit-price           pic 9(5)v99.
           05 skm-dept-code            pic x(4).
           05 skm-vendor-num           pic x(6).
           05 skm-consign-pct          pic 9(3)v99.
      *
       fd dept-master-file
           data record is dept-master-line
           record contains 24 characters.
      *
       01 dept-master-line.
           05 dpt-dept-code            pic x(4).
           05 dpt-dept-name            pic x(20).
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
       fd csv-file
           data record is csv-line
           record contains 200 characters.
      *
       01 csv-line                     pic x(200).
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
           05 filler                   pic x(34)   value spaces.
           05 filler                   pic x(32)   value
                                       "Data Warehouse Export".
           05 filler                   pic x(34)   value spaces.
      *
       01 ws-date-line.
           05 filler                   pic x(16)   value
                                       "Business Date : ".
           05 ws-dl-disp-date          pic 9999/99/99.
           05 filler                   pic x(74)   value spaces.
      *
       01 ws-control-header.
           05 filler                   pic x(30)   value "File".
           05 filler                   pic x(14)   value "        Rows".
           05 filler                   pic x(22)   value
                                       "        Amount Total".
           05 filler                   pic x(22)   value
                                       "           Tax Total".
           05 filler                   pic x(12)   value spaces.
      *
       01 ws-control-detail.
           05 ws-cd-disp-file          pic x(30).
           05 filler                   pic x(3)    value spaces.
           05 ws-cd-disp-rows          pic zzz,zzz,zz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-cd-disp-amount        pic -zz,zzz,zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 ws-cd-disp-tax           pic -zz,zzz,zzz,zz9.99.
           05 filler                   pic x(14)   value spaces.
      *
       01 ws-summary-count-line.
           05 ws-sum-disp-label        pic x(40).
           05 ws-sum-disp-count        pic z,zzz,zz9.
           05 filler                   pic x(51)   value spaces.
      *
      *the header row of each comma-delimited file
       01 ws-fact-header.
           05 filler                   pic x(41)   value
                   "store,business_date,invoice,type,sku,dept".
           05 filler                   pic x(39)   value
                   "artment,quantity,amount,tax,tender".
       01 ws-store-csv-header          pic x(80)   value
           "store,store_name,active,open_date".
       01 ws-sku-csv-header            pic x(80)   value
           "sku,description,unit_price,department,vendor,consign_pct".
       01 ws-dept-csv-header           pic x(80)   value
           "department,department_name".
       01 ws-control-csv-header        pic x(80)   value
           "file,business_date,row_count,amount_total,tax_total".
      *
      *where each file goes
       01 ws-csv-file-names.
           05 ws-fact-csv-name         pic x(60)   value
                             "../../../../output/WH-Sales-Fact.csv".
           05 ws-store-csv-name        pic x(60)   value
                                   "../../../../output/WH-Store.csv".
           05 ws-sku-csv-name          pic x(60)   value
                                     "../../../../output/WH-SKU.csv".
           05 ws-dept-csv-name         pic x(60)   value
                                    "../../../../output/WH-Dept.csv".
           05 ws-control-csv-name      pic x(60)   value
                            "../../../../output/WH-Control.csv".
           05 ws-csv-file-name         pic x(60)   value spaces.
      *
      *the three data files the fact rows come from
       01 ws-data-file-names.
           05 ws-sl-data-name          pic x(60)   value
                                     "../../../../data/S-L-Data.dat".
           05 ws-ret-data-name         pic x(60)   value
                                  "../../../../data/Return-Data.dat".
           05 ws-void-data-name        pic x(60)   value
                                    "../../../../data/Void-Data.dat".
           05 ws-data-file-name        pic x(60)   value spaces.
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-data-status           pic xx      value "00".
           05 ws-store-status          pic xx      value "00".
           05 ws-sku-status            pic xx      value "00".
           05 ws-dept-status           pic xx      value "00".
           05 ws-taxrate-status        pic xx      value "00".
           05 ws-cert-status           pic xx      value "00".
      *
       01 ws-eof-flags.
           05 ws-data-eof-flag         pic x       value "n".
           05 ws-store-eof-flag        pic x       value "n".
           05 ws-sku-eof-flag          pic x       value "n".
           05 ws-dept-eof-flag         pic x       value "n".
           05 ws-taxrate-eof-flag      pic x       value "n".
           05 ws-cert-eof-flag         pic x       value "n".
      *
      *the standard rates a store with none of its own is taxed at,
      *the same defaults the sales and returns programs use
       77 const-gst-rate               pic 9v99    value 0.05.
       77 const-pst-rate               pic 9v99    value 0.08.
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
      *
      *the SKU master's department assignments, kept in SKU order
      *for bisecting
       01 ws-skd-table.
           05 ws-skd-entry             occurs 20001 times.
               10 ws-skd-tbl-code         pic x(15).
               10 ws-skd-tbl-dept         pic x(4).
      *
       01 ws-skd-control.
           05 ws-skd-count             pic 9(6)    value 0.
           05 ws-skd-found             pic 9       value 0.
           05 ws-skd-match-idx         pic 9(6)    value 0.
           05 ws-skd-search-key        pic x(15)   value spaces.
       77 ws-skd-max                   pic 9(6)    value 20000.
      *
       01 ws-binary-search-work.
           05 ws-bs-lo                 pic 9(6).
           05 ws-bs-hi                 pic 9(6).
           05 ws-bs-mid                pic 9(6).
           05 ws-bs-done               pic x.
           05 ws-bs-insert-at          pic 9(6).
           05 ws-bs-shift-idx          pic 9(6).
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
       77 ws-cert-max                  pic 9(4)    value 5000.
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
      *
      *the invoice header waiting for its item lines: a header with
      *item lines after it gives a row per item, one with none gives
      *a row of its own when the next header (or the end) comes
       01 ws-pending-header.
           05 ws-pend-flag             pic x       value "n".
               88 ws-pend-waiting          value "y".
           05 ws-pend-has-items        pic x       value "n".
           05 ws-pend-line             pic x(80)   value spaces.
           05 ws-pend-tender           pic xx      value spaces.
           05 ws-pend-cert             pic x(10)   value spaces.
      *
      *the row being built: the record it comes from, and the
      *header's tender and certificate that go with it
       01 ws-row-work.
           05 ws-row-line              pic x(80)   value spaces.
           05 ws-row-tender            pic xx      value spaces.
           05 ws-row-cert              pic x(10)   value spaces.
           05 ws-row-sign              pic s9      value 1.
           05 ws-row-qty               pic s9(5)   value 0.
           05 ws-row-amount            pic s9(9)v99 value 0.
           05 ws-row-gst               pic s9(9)v99 value 0.
           05 ws-row-pst               pic s9(9)v99 value 0.
           05 ws-row-tax               pic s9(9)v99 value 0.
           05 ws-row-dept              pic x(4)    value spaces.
           05 ws-row-gst-rate          pic 9v99    value 0.
           05 ws-row-pst-rate          pic 9v99    value 0.
      *
      *the same 80-byte shape over the row's source record
       01 ws-row-rec.
           05 row-trans-code           pic x.
           05 row-trans-amt            pic 9(7)v99.
           05 row-payment-type         pic xx.
           05 row-store-num            pic 99.
           05 row-invoice              pic x(9).
           05 row-sku                  pic x(15).
           05 row-trans-date           pic x(8).
           05 row-rec-type             pic x.
           05 row-quantity-x           pic x(3).
           05 row-quantity redefines row-quantity-x
                                       pic 9(3).
           05 filler                   pic x(30).
      *
      *building one comma-delimited line a field at a time
       01 ws-csv-work.
           05 ws-csv-out               pic x(200)  value spaces.
           05 ws-csv-ptr               pic 999     value 1.
           05 ws-csv-text              pic x(40)   value spaces.
           05 ws-csv-len               pic 99      value 0.
           05 ws-csv-start             pic 99      value 0.
           05 ws-csv-amount            pic s9(11)v99 value 0.
           05 ws-csv-amount-edit       pic -(11)9.99.
           05 ws-csv-count             pic s9(9)   value 0.
           05 ws-csv-count-edit        pic -(9)9.
           05 ws-csv-rate              pic 9(3)v99 value 0.
           05 ws-csv-rate-edit         pic zz9.99.
      *
      *each exported file's row count and totals for the control
      *file, in the order the files are written
       01 ws-export-totals.
           05 ws-exp-entry             occurs 4 times.
               10 ws-exp-tbl-file         pic x(30).
               10 ws-exp-tbl-rows         pic 9(9).
               10 ws-exp-tbl-amount       pic s9(11)v99.
               10 ws-exp-tbl-tax          pic s9(11)v99.
       77 ws-exp-sub                   pic 9       value 0.
       77 ws-exp-count                 pic 9       value 4.
      *
       01 ws-run-control.
           05 ws-business-date         pic 9(8)    value 0.
           05 ws-unassigned-skus       pic 9(7)    value 0.
           05 ws-data-files-missing    pic 9       value 0.
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
      *tracks the shared run-manifest file this program appends to
       01 ws-audit-control.
           05 ws-audit-status           pic xx     value "00".
      *
       procedure division.
       000-main.
      *
           perform 25-open-files.
           perform 30-load-tax-rates.
           perform 35-load-exempt-certs.
      *
           perform 100-export-stores.
           perform 200-export-skus.
           perform 300-export-depts.
           perform 400-export-sales-facts.
           perform 500-write-control-file.
      *
           perform 150-print-page-headings.
           perform 600-print-control-summary.
      *
      *    a data file that was not there, or item lines whose SKU
      *    has no department, leave the export to be looked at
           if ws-data-files-missing = 0 and ws-unassigned-skus = 0
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
           accept ws-system-date from date YYYYMMDD.
           move ws-sys-year  to ws-business-date(1:4).
           move ws-sys-month to ws-business-date(5:2).
           move ws-sys-day   to ws-business-date(7:2).
           move "WH-Store.csv"      to ws-exp-tbl-file(1).
           move "WH-SKU.csv"        to ws-exp-tbl-file(2).
           move "WH-Dept.csv"       to ws-exp-tbl-file(3).
           move "WH-Sales-Fact.csv" to ws-exp-tbl-file(4).
           perform 26-clear-one-total
             varying ws-exp-sub from 1 by 1
             until ws-exp-sub > ws-exp-count.
      *
       26-clear-one-total.
           move 0 to ws-exp-tbl-rows(ws-exp-sub).
           move 0 to ws-exp-tbl-amount(ws-exp-sub).
           move 0 to ws-exp-tbl-tax(ws-exp-sub).
      *
      *************************************************************
      *every store starts on the standard rates; Store-Tax-Rate.dat
      *overrides them store by store
       30-load-tax-rates.
           perform 31-set-default-rate
             varying ws-rate-row from 1 by 1
             until ws-rate-row > 100.
           open input tax-rate-file.
           if ws-taxrate-status = "00"
               perform 32-read-tax-rate
                 until ws-taxrate-eof-flag = "y"
               close tax-rate-file
           end-if.
      *
       31-set-default-rate.
           move const-gst-rate to ws-rate-tbl-gst(ws-rate-row).
           move const-pst-rate to ws-rate-tbl-pst(ws-rate-row).
      *
       32-read-tax-rate.
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
      *loads the exemption certificates for the fact rows' tax
       35-load-exempt-certs.
           open input exempt-cert-file.
           if ws-cert-status = "00"
               perform 36-read-exempt-cert
                 until ws-cert-eof-flag = "y"
               close exempt-cert-file
           end-if.
      *
       36-read-exempt-cert.
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
       37-search-exempt-certs.
           move 0 to ws-cert-found.
           move 1 to ws-cert-idx.
           perform 38-search-cert-step
             until ws-cert-idx > ws-cert-count or ws-cert-found = 1.
      *
       38-search-cert-step.
           if ws-cert-tbl-num(ws-cert-idx) = ws-row-cert
               move 1           to ws-cert-found
               move ws-cert-idx to ws-cert-match-idx
           else
               set ws-cert-idx up by 1
           end-if.
      *
      *************************************************************
      *the store file, a straight copy of the store master
       100-export-stores.
           move ws-store-csv-name to ws-csv-file-name.
           open output csv-file.
           write csv-line from ws-store-csv-header.
           open input store-master-file.
           if ws-store-status = "00"
               perform 110-export-one-store
                 until ws-store-eof-flag = "y"
               close store-master-file
           end-if.
           close csv-file.
      *
       110-export-one-store.
           read store-master-file
               at end
                   move "y" to ws-store-eof-flag
           end-read.
           if ws-store-eof-flag not = "y"
               perform 800-start-csv-line
               move stm-store-num   to ws-csv-text
               perform 830-add-plain-field
               move stm-store-name  to ws-csv-text
               perform 810-add-text-field
               move stm-active-flag to ws-csv-text
               perform 830-add-plain-field
               if stm-open-date is numeric
                   move stm-open-date to ws-csv-text
               else
                   move spaces        to ws-csv-text
               end-if
               perform 830-add-plain-field
               write csv-line from ws-csv-out
               add 1 to ws-exp-tbl-rows(1)
           end-if.
      *
      *************************************************************
      *the SKU file, a straight copy of the SKU master; the SKUs'
      *departments are kept for the fact rows as it goes
       200-export-skus.
           move ws-sku-csv-name to ws-csv-file-name.
           open output csv-file.
           write csv-line from ws-sku-csv-header.
           open input sku-master-file.
           if ws-sku-status = "00"
               perform 210-export-one-sku
                 until ws-sku-eof-flag = "y"
               close sku-master-file
           end-if.
           close csv-file.
      *
       210-export-one-sku.
           read sku-master-file
               at end
                   move "y" to ws-sku-eof-flag
           end-read.
           if ws-sku-eof-flag not = "y"
               move skm-sku-code to ws-skd-search-key
               perform 220-search-sku-depts
               if ws-skd-found = 0
                   perform 230-insert-sku-dept
               end-if
               move skm-dept-code to ws-skd-tbl-dept(ws-skd-match-idx)
      *
               perform 800-start-csv-line
               move skm-sku-code    to ws-csv-text
               perform 830-add-plain-field
               move skm-description to ws-csv-text
               perform 810-add-text-field
               if skm-unit-price is numeric
                   move skm-unit-price to ws-csv-amount
                   add skm-unit-price  to ws-exp-tbl-amount(2)
               else
                   move 0              to ws-csv-amount
               end-if
               perform 820-add-amount-field
               move skm-dept-code   to ws-csv-text
               perform 830-add-plain-field
               move skm-vendor-num  to ws-csv-text
               perform 830-add-plain-field
               if skm-consign-pct is numeric
                   move skm-consign-pct to ws-csv-rate
               else
                   move 0               to ws-csv-rate
               end-if
               perform 825-add-rate-field
               write csv-line from ws-csv-out
               add 1 to ws-exp-tbl-rows(2)
           end-if.
      *
      *bisects the key-ordered SKU-department map for
      *ws-skd-search-key, leaving the slot a new code belongs in
      *when it isn't found
       220-search-sku-depts.
           move 0 to ws-skd-found.
           move 1 to ws-bs-lo.
           move ws-skd-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 225-search-sku-dept-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       225-search-sku-dept-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-skd-tbl-code(ws-bs-mid) = ws-skd-search-key
                   move 1         to ws-skd-found
                   move ws-bs-mid to ws-skd-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-skd-tbl-code(ws-bs-mid) < ws-skd-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
       230-insert-sku-dept.
           if ws-skd-count >= ws-skd-max
               move "SKU DEPARTMENT TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-skd-count to ws-bs-shift-idx.
           perform 235-shift-sku-dept
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ws-bs-insert-at   to ws-skd-match-idx.
           move ws-skd-search-key to ws-skd-tbl-code(ws-skd-match-idx).
           move spaces            to ws-skd-tbl-dept(ws-skd-match-idx).
           add 1 to ws-skd-count.
      *
       235-shift-sku-dept.
           move ws-skd-entry(ws-bs-shift-idx) to
             ws-skd-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *************************************************************
      *the department file, a straight copy of the department master
       300-export-depts.
           move ws-dept-csv-name to ws-csv-file-name.
           open output csv-file.
           write csv-line from ws-dept-csv-header.
           open input dept-master-file.
           if ws-dept-status = "00"
               perform 310-export-one-dept
                 until ws-dept-eof-flag = "y"
               close dept-master-file
           end-if.
           close csv-file.
      *
       310-export-one-dept.
           read dept-master-file
               at end
                   move "y" to ws-dept-eof-flag
           end-read.
           if ws-dept-eof-flag not = "y"
               perform 800-start-csv-line
               move dpt-dept-code to ws-csv-text
               perform 830-add-plain-field
               move dpt-dept-name to ws-csv-text
               perform 810-add-text-field
               write csv-line from ws-csv-out
               add 1 to ws-exp-tbl-rows(3)
           end-if.
      *
      *************************************************************
      *the sales fact file off the day's sales, returns and voids
       400-export-sales-facts.
           move 0 to ws-business-date.
           move ws-fact-csv-name to ws-csv-file-name.
           open output csv-file.
           write csv-line from ws-fact-header.
           move ws-sl-data-name   to ws-data-file-name.
           perform 410-export-one-data-file.
           move ws-ret-data-name  to ws-data-file-name.
           perform 410-export-one-data-file.
           move ws-void-data-name to ws-data-file-name.
           perform 410-export-one-data-file.
           close csv-file.
      *    a day with no dated records is the processing date's
           if ws-business-date = 0
               move ws-sys-year  to ws-business-date(1:4)
               move ws-sys-month to ws-business-date(5:2)
               move ws-sys-day   to ws-business-date(7:2)
           end-if.
      *
       410-export-one-data-file.
           move "n" to ws-data-eof-flag.
           move "n" to ws-pend-flag.
           open input data-file.
           if ws-data-status = "00"
               perform 420-read-data-record
                 until ws-data-eof-flag = "y"
               close data-file
               perform 430-flush-pending-header
           else
               add 1 to ws-data-files-missing
           end-if.
      *
      *an item line is a row under the header before it; a tender
      *line only says how the header was paid; a header waits to
      *see whether item lines follow it
       420-read-data-record.
           read data-file
               at end
                   move "y" to ws-data-eof-flag
           end-read.
           if ws-data-eof-flag not = "y"
               if dat-trans-date is numeric and
                 dat-trans-date > ws-business-date
                   move dat-trans-date to ws-business-date
               end-if
               if dat-detail-rec
                   move data-line       to ws-row-line
                   move ws-pend-tender  to ws-row-tender
                   move ws-pend-cert    to ws-row-cert
                   if dat-exempt-cert not = spaces
                       move dat-exempt-cert to ws-row-cert
                   end-if
                   move "y" to ws-pend-has-items
                   perform 450-write-fact-row
               else
                   if not dat-tender-rec
                       perform 430-flush-pending-header
                       move "y"              to ws-pend-flag
                       move "n"              to ws-pend-has-items
                       move data-line        to ws-pend-line
                       move dat-payment-type to ws-pend-tender
                       move dat-exempt-cert  to ws-pend-cert
                   end-if
               end-if
           end-if.
      *
      *a header nothing itemized came under is its own row
       430-flush-pending-header.
           if ws-pend-waiting and ws-pend-has-items = "n"
               move ws-pend-line   to ws-row-line
               move ws-pend-tender to ws-row-tender
               move ws-pend-cert   to ws-row-cert
               perform 450-write-fact-row
           end-if.
           move "n" to ws-pend-flag.
      *
      *one fact row.  Returns and voids take money and stock back,
      *so they go out negative; tax is the store's two rates on the
      *row's amount less what any certificate exempts.
       450-write-fact-row.
           move ws-row-line to ws-row-rec.
           if row-trans-code = "R" or row-trans-code = "V"
               move -1 to ws-row-sign
           else
               move 1  to ws-row-sign
           end-if.
           if row-quantity-x is numeric and row-quantity > 0
               compute ws-row-qty = row-quantity * ws-row-sign
           else
               move ws-row-sign to ws-row-qty
           end-if.
           if row-trans-amt is numeric
               compute ws-row-amount = row-trans-amt * ws-row-sign
           else
               move 0 to ws-row-amount
           end-if.
      *
           if row-store-num is numeric
               compute ws-rate-row = row-store-num + 1
               move ws-rate-tbl-gst(ws-rate-row) to ws-row-gst-rate
               move ws-rate-tbl-pst(ws-rate-row) to ws-row-pst-rate
           else
               move const-gst-rate to ws-row-gst-rate
               move const-pst-rate to ws-row-pst-rate
           end-if.
           if ws-row-cert not = spaces
               perform 37-search-exempt-certs
               if ws-cert-found = 1
                   if ws-cert-tbl-gst-exempt(ws-cert-match-idx)
                       move 0 to ws-row-gst-rate
                   end-if
                   if ws-cert-tbl-pst-exempt(ws-cert-match-idx)
                       move 0 to ws-row-pst-rate
                   end-if
               end-if
           end-if.
           compute ws-row-gst rounded =
             ws-row-amount * ws-row-gst-rate.
           compute ws-row-pst rounded =
             ws-row-amount * ws-row-pst-rate.
           compute ws-row-tax = ws-row-gst + ws-row-pst.
      *
      *    an item's department off the SKU master; an item the
      *    master no longer holds goes out unassigned
           move spaces to ws-row-dept.
           if row-sku not = spaces
               move row-sku to ws-skd-search-key
               perform 220-search-sku-depts
               if ws-skd-found = 1 and
                 ws-skd-tbl-dept(ws-skd-match-idx) not = spaces
                   move ws-skd-tbl-dept(ws-skd-match-idx) to
                                                 ws-row-dept
               else
                   move "UNAS" to ws-row-dept
                   add 1 to ws-unassigned-skus
               end-if
           end-if.
      *
           perform 800-start-csv-line.
           move row-store-num     to ws-csv-text.
           perform 830-add-plain-field.
           move row-trans-date    to ws-csv-text.
           perform 830-add-plain-field.
           move row-invoice       to ws-csv-text.
           perform 830-add-plain-field.
           move row-trans-code    to ws-csv-text.
           perform 830-add-plain-field.
           move row-sku           to ws-csv-text.
           perform 830-add-plain-field.
           move ws-row-dept       to ws-csv-text.
           perform 830-add-plain-field.
           move ws-row-qty        to ws-csv-count.
           perform 822-add-count-field.
           move ws-row-amount     to ws-csv-amount.
           perform 820-add-amount-field.
           move ws-row-tax        to ws-csv-amount.
           perform 820-add-amount-field.
           move ws-row-tender     to ws-csv-text.
           perform 830-add-plain-field.
           write csv-line from ws-csv-out.
      *
           add 1             to ws-exp-tbl-rows(4).
           add ws-row-amount to ws-exp-tbl-amount(4).
           add ws-row-tax    to ws-exp-tbl-tax(4).
      *
      *************************************************************
      *the control file: one line per file exported
       500-write-control-file.
           move ws-control-csv-name to ws-csv-file-name.
           open output csv-file.
           write csv-line from ws-control-csv-header.
           perform 510-write-one-control
             varying ws-exp-sub from 1 by 1
             until ws-exp-sub > ws-exp-count.
           close csv-file.
      *
       510-write-one-control.
           perform 800-start-csv-line.
           move ws-exp-tbl-file(ws-exp-sub)   to ws-csv-text.
           perform 830-add-plain-field.
           move ws-business-date              to ws-csv-text.
           perform 830-add-plain-field.
           move ws-exp-tbl-rows(ws-exp-sub)   to ws-csv-count.
           perform 822-add-count-field.
           move ws-exp-tbl-amount(ws-exp-sub) to ws-csv-amount.
           perform 820-add-amount-field.
           move ws-exp-tbl-tax(ws-exp-sub)    to ws-csv-amount.
           perform 820-add-amount-field.
           write csv-line from ws-csv-out.
      *
      *************************************************************
      *prints the control figures for the operator
       600-print-control-summary.
           move ws-business-date to ws-dl-disp-date.
           write output-line from ws-date-line.
           write output-line
             from ws-control-header
             after advancing 2 lines.
           perform 610-print-one-control
             varying ws-exp-sub from 1 by 1
             until ws-exp-sub > ws-exp-count.
           move "Item Lines With No Department"
                                       to ws-sum-disp-label.
           move ws-unassigned-skus     to ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 2 lines.
           move "Data Files Not Found" to ws-sum-disp-label.
           move ws-data-files-missing  to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
      *
       610-print-one-control.
           move ws-exp-tbl-file(ws-exp-sub)   to ws-cd-disp-file.
           move ws-exp-tbl-rows(ws-exp-sub)   to ws-cd-disp-rows.
           move ws-exp-tbl-amount(ws-exp-sub) to ws-cd-disp-amount.
           move ws-exp-tbl-tax(ws-exp-sub)    to ws-cd-disp-tax.
           write output-line from ws-control-detail.
      *
      *************************************************************
      *the comma-delimited line is built a field at a time: a comma
      *before every field but the first, text fields quoted so a
      *comma inside a name cannot split it, trailing spaces dropped
       800-start-csv-line.
           move spaces to ws-csv-out.
           move 1      to ws-csv-ptr.
      *
       805-add-separator.
           if ws-csv-ptr > 1
               string "," delimited by size
                 into ws-csv-out
                 with pointer ws-csv-ptr
               end-string
           end-if.
      *
      *a name or description: quoted, with any quote inside it made
      *an apostrophe so the receiving side never sees a stray one
       810-add-text-field.
           perform 805-add-separator.
           inspect ws-csv-text replacing all '"' by "'".
           perform 840-find-text-length.
           string '"' delimited by size
             into ws-csv-out
             with pointer ws-csv-ptr
           end-string.
           if ws-csv-len > 0
               string ws-csv-text(1:ws-csv-len) delimited by size
                 into ws-csv-out
                 with pointer ws-csv-ptr
               end-string
           end-if.
           string '"' delimited by size
             into ws-csv-out
             with pointer ws-csv-ptr
           end-string.
      *
      *money: signed, two decimals, no leading blanks
       820-add-amount-field.
           perform 805-add-separator.
           move ws-csv-amount to ws-csv-amount-edit.
           move 1 to ws-csv-start.
           perform 845-skip-leading-space
             until ws-csv-amount-edit(ws-csv-start:1) not = space.
           string ws-csv-amount-edit(ws-csv-start:) delimited by size
             into ws-csv-out
             with pointer ws-csv-ptr
           end-string.
      *
      *a whole number: signed, no leading blanks
       822-add-count-field.
           perform 805-add-separator.
           move ws-csv-count to ws-csv-count-edit.
           move 1 to ws-csv-start.
           perform 845-skip-leading-space
             until ws-csv-count-edit(ws-csv-start:1) not = space.
           string ws-csv-count-edit(ws-csv-start:) delimited by size
             into ws-csv-out
             with pointer ws-csv-ptr
           end-string.
      *
      *a percentage: two decimals, no leading blanks
       825-add-rate-field.
           perform 805-add-separator.
           move ws-csv-rate to ws-csv-rate-edit.
           move 1 to ws-csv-start.
           perform 845-skip-leading-space
             until ws-csv-rate-edit(ws-csv-start:1) not = space.
           string ws-csv-rate-edit(ws-csv-start:) delimited by size
             into ws-csv-out
             with pointer ws-csv-ptr
           end-string.
      *
      *a code, number or date: as it stands, trailing spaces dropped
       830-add-plain-field.
           perform 805-add-separator.
           perform 840-find-text-length.
           if ws-csv-len > 0
               string ws-csv-text(1:ws-csv-len) delimited by size
                 into ws-csv-out
                 with pointer ws-csv-ptr
               end-string
           end-if.
      *
      *the length of ws-csv-text without its trailing spaces
       840-find-text-length.
           move 40 to ws-csv-len.
           perform 842-step-back-one-char
             until ws-csv-len = 0 or
             ws-csv-text(ws-csv-len:1) not = space.
      *
       842-step-back-one-char.
           subtract 1 from ws-csv-len.
      *
       845-skip-leading-space.
           add 1 to ws-csv-start.
      *
      *************************************************************
      *prints page heading
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
           move "Warehouse_Export"     to adt-program-name.
           move ws-sys-year            to adt-run-date(1:4).
           move ws-sys-month           to adt-run-date(5:2).
           move ws-sys-day             to adt-run-date(7:2).
           move ws-sys-hour            to adt-run-time(1:2).
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-table-abort
               move "TABLE LIMIT EXCEEDED"     to adt-status-text
           else
               if return-code = 0
                   move "EXPORTED"             to adt-status-text
               else
                   move "EXPORTED WITH WARNINGS" to adt-status-text
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
           display "Warehouse_Export: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Warehouse_Export: RUN STOPPED - RAISE THE "
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
       end program Warehouse_Export.
