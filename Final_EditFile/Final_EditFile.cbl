               assign to "../../../../data/SKU-Master.dat"
               organization is line sequential.

      *This is the promotion calendar: a promotion's price stands in
      *for the SKU's unit price on the price check while it runs
           select promotion-master-file
               assign to "../../../../data/Promotion-Master.dat"
               organization is line sequential
               file status is ws-promo-status.

      *This is the store master used to check store numbers
           select store-master-file
               assign to "../../../../data/Store-Master.dat"
               organization is line sequential.

      *This is the employee master used to check the salesperson
      *number rung on each sale
           select employee-master-file
               assign to "../../../../data/Employee-Master.dat"
               organization is line sequential
               file status is ws-employee-status.

      *This is the tax-exemption certificate master used to check
      *the certificate quoted on a tax-exempt sale or return
           select exempt-cert-file
               assign to "../../../../data/Exemption-Cert-Master.dat"
               organization is line sequential
               file status is ws-cert-status.

      *This is the daily US-dollar exchange rate file: the rate the
      *tills convert US cash at on each business date, and the rate
      *the bank pays when the US cash is deposited
           select exchange-rate-file
               assign to "../../../../data/Exchange-Rate.dat"
               organization is line sequential
               file status is ws-rate-status.

      *This is the control total Final_Data_Split_Count balances against
           select control-totals-file
               assign to ws-control-file-name
               organization is line sequential
               file status is ws-catalog-status.

      *Which catch-up, if any, the live day files were run under -
      *Final_Data_Split_Count rewrites it after this program has
      *archived, so here it still describes the files being archived
           select day-files-origin-file
               assign to "../../../../data/Day-Files-Catch-Up.dat"
               organization is line sequential
               file status is ws-origin-status.

      *Corrected rejects written by Reject_Correction, picked up as
      *extra input once the day's transmitted files are exhausted and
      *cleared once they have been processed
       file section.
       fd input-file
           data record is input-rec
           record contains 80 characters.
      *
      *This is the input information to be extracted.  A multi-item
      *invoice arrives as one header record ('H' in the record-type
      *byte, carrying the invoice total) followed by its item detail
      *records ('D', one per line with the line amount); a record
      *with a blank record type is the old standalone shape and is
      *treated as a header with no details.  An invoice paid with
      *more than one tender carries 'SP' as the header's payment
      *type and one tender record ('P') per payment after it, each
      *with its own payment type and the amount paid that way.  A
      *merchandise transfer ('I') is a single standalone record for
      *one SKU, its amount the cost value of the units moved.
       01 input-rec.
           05 ir-trans-code              pic x.
               88 input-trans-valid      value 'I', 'L', 'R', 'S',
                                               'V', 'X'.
      *        a merchandise transfer between two stores
               88 input-trans-xfer       value 'I'.
           05 ir-trans-amt               pic 9(7)V99.
           05 ir-payment-type            pic xx.
               88 input-type-valid       value 'CA', 'CR', 'DB',
                                               'GC', 'US'.
               88 input-type-us-cash     value 'US'.
               88 input-type-split       value 'SP'.
      *        on a transfer the payment type carries the direction:
      *        'SH' keyed by the sending store, 'RC' by the receiver
               88 input-type-xfer        value 'SH', 'RC'.
               88 input-xfer-received    value 'RC'.
           05 ir-store-num               pic 99.
           05 ir-invoice-num1            pic x.
               88 input-valid-1          value 'A', 'B', 'C', 'D', 'E'.
               10 ir-trans-day           pic 99.
           05 ir-rec-type                pic x.
               88 input-detail-rec       value 'D'.
               88 input-tender-rec       value 'P'.
      *        a line belonging to the invoice header before it
               88 input-invoice-line     value 'D', 'P'.
      *    units sold on an item detail line; headers and the old
      *    standalone shape may leave it blank (read as one unit)
           05 ir-quantity                pic 9(3).
      *    salesperson who rang the sale, checked against the
      *    employee master; required on a sale or layaway header
           05 ir-salesperson-x           pic x(5).
           05 ir-salesperson redefines ir-salesperson-x
                                         pic 9(5).
      *    a transfer has no salesperson; the same bytes carry the
      *    other store - the receiver on 'SH', the sender on 'RC'
           05 ir-xfer-view redefines ir-salesperson-x.
               10 ir-xfer-other-store    pic 99.
               10 filler                 pic x(3).
      *    tax-exemption certificate the customer quoted; blank on
      *    an ordinary taxable sale
           05 ir-exempt-cert             pic x(10).
      *    US dollars actually handed over on a 'US' cash tender;
      *    the transaction amount carries the Canadian equivalent at
      *    the day's till rate
           05 ir-foreign-amt-x           pic x(9).
           05 ir-foreign-amt redefines ir-foreign-amt-x
                                         pic 9(7)v99.
           05 filler                     pic x(6).

      *Transmission trailer the sending store system puts on the end
      *of each daily file: the record count and hash total of the
      *amounts it sent, checked before any record is processed so a
      *truncated transfer stops the run instead of posting short.
      *A store's own system also puts its store number on, so a file
      *sent empty can still be told apart from no file at all.
       01 trailer-rec.
           05 tlr-rec-type               pic x.
               88 trailer-record         value 'T'.
           05 tlr-record-count           pic 9(7).
           05 tlr-hash-total             pic 9(11)v99.
           05 tlr-store-num              pic xx.
           05 filler                     pic x(57).
      *

      *the trial flag, one byte
      *This is your Output line
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).

      *If file is not valid. This file will store the information
       fd invalid-data-file
           data record is invalid-data-line
           record contains 80 characters.
      *
       01 invalid-data-line            pic x(80).

      *If File is Valid. This file will store the information
       fd valid-data-file
           data record is valid-data-line
           record contains 80 characters.
      *
       01 valid-data-line              pic x(80).

      *A dated copy of the previous run's Valid-Data.dat
       fd archive-valid-file
           data record is archive-valid-line
           record contains 80 characters.
      *
       01 archive-valid-line            pic x(80).

      *A dated copy of the previous run's Invalid-Data.dat
       fd archive-invalid-file
           data record is archive-invalid-line
           record contains 80 characters.
      *
       01 archive-invalid-line          pic x(80).

      *This is the product master used to check Sku codes and prices
       fd sku-master-file
           data record is sku-master-line
           record contains 57 characters.
      *
       01 sku-master-line.
           05 skm-sku-code              pic x(15).
           05 skm-description           pic x(20).
           05 skm-unit-price            pic 9(5)v99.
           05 skm-dept-code             pic x(4).
      *    the consignment vendor and the vendor's share of the
      *    selling price; no vendor means stock we own
           05 skm-vendor-num            pic x(6).
           05 skm-consign-pct           pic 9(3)v99.

      *This is one promotion: a single SKU, or every SKU in a
      *department when the SKU is blank; one store, or the whole
      *chain when the store is 00; the dates it runs, both days
      *included; and either a promo price or a percent off
       fd promotion-master-file
           data record is promotion-master-line
           record contains 76 characters.
      *
       01 promotion-master-line.
           05 prm-promo-code            pic x(8).
           05 prm-sku-code              pic x(15).
           05 prm-dept-code             pic x(4).
           05 prm-store-num             pic 99.
           05 prm-start-date            pic 9(8).
           05 prm-end-date              pic 9(8).
           05 prm-promo-price           pic 9(5)v99.
           05 prm-pct-off               pic 99v99.
           05 prm-description           pic x(20).

      *This is the store master used to check store numbers
       fd store-master-file
           data record is store-master-line
           record contains 31 characters.
      *
       01 store-master-line.
           05 stm-store-num             pic 99.
           05 stm-store-name            pic x(20).
           05 stm-active-flag           pic x.
           05 stm-open-date             pic 9(8).

      *This is the employee master: one salesperson per line with
      *the store they work in, whether they are still active, and
      *the commission rate the month-end statement pays them at
       fd employee-master-file
           data record is employee-master-line
           record contains 33 characters.
      *
       01 employee-master-line.
           05 emp-salesperson           pic 9(5).
           05 emp-store-num             pic 99.
           05 emp-name                  pic x(20).
           05 emp-active-flag           pic x.
           05 emp-commission-rate       pic 9v9999.

      *This is the exemption certificate master: one certificate per
      *line with its holder, which tax it exempts ('G' GST only, 'P'
      *PST only, 'B' both) and the last day it is good for
       fd exempt-cert-file
           data record is exempt-cert-line
           record contains 49 characters.
      *
       01 exempt-cert-line.
           05 ecm-cert-num              pic x(10).
           05 ecm-holder-name           pic x(30).
           05 ecm-exempt-type           pic x.
           05 ecm-expiry-date           pic 9(8).

      *This is one business date's US-dollar rates: Canadian dollars
      *per US dollar at the till, and at the bank on deposit
       fd exchange-rate-file
           data record is exchange-rate-line
           record contains 27 characters.
      *
       01 exchange-rate-line.
           05 xrt-rate-date             pic 9(8).
           05 xrt-currency              pic x(3).
           05 xrt-till-rate             pic 9(2)v9(6).
           05 xrt-bank-rate             pic 9(2)v9(6).

      *Control totals Final_Data_Split_Count balances back against,
      *with the whole-run counts the daily flash reads for the
      *dated copy went, when, and how many records it holds
       fd archive-catalog-file
           data record is archive-catalog-line
           record contains 104 characters.
      *
       01 archive-catalog-line.
           05 act-original-name         pic x(20).
           05 act-run-date              pic 9(8).
           05 act-run-time              pic 9(6).
           05 act-record-count          pic 9(7).
      *    a catch-up run's copy holds only its late store's day:
      *    run type C and that store, blank on a nightly copy
           05 act-run-type              pic x.
               88 act-catch-up-copy     value "C".
           05 act-catch-up-store        pic xx.

      *The catch-up the live day files came from: the late store and
      *its business date; no line, or a blank one, means a nightly run
       fd day-files-origin-file
           data record is day-files-origin-line
           record contains 10 characters.
      *
       01 day-files-origin-line.
           05 dfo-store-num             pic xx.
           05 dfo-business-date         pic x(8).

      *One corrected record per line, same layout as the daily input
       fd resubmission-file
           data record is resubmission-line
           record contains 80 characters.
      *
       01 resubmission-line            pic x(80).

      *One open layaway plan per line; only the store and invoice
      *key matters here
      *category the edit detects
       fd error-stats-file
           data record is error-stats-line
           record contains 121 characters.
      *
       01 error-stats-line.
           05 est-run-date              pic 9(8).
           05 est-run-time              pic 9(6).
           05 est-store-num             pic 99.
           05 est-count                 occurs 21 times
                                        pic 9(5).

      *One store's invoice series: up to five valid prefix pairs
      *rejected record with its error-category flags
       fd store-ack-file
           data record is store-ack-record
           record contains 110 characters.
      *
       01 store-ack-record             pic x(110).

       01 ack-header-rec.
           05 ack-h-type                pic x     value "H".
           05 ack-h-run-date            pic 9(8).
           05 ack-h-run-time            pic 9(6).
           05 ack-h-trailer             pic x(4).
           05 filler                    pic x(89) value spaces.

       01 ack-counts-rec.
           05 ack-c-type                pic x     value "C".
           05 ack-c-received            pic 9(7).
           05 ack-c-accepted            pic 9(7).
           05 ack-c-rejected            pic 9(7).
           05 filler                    pic x(88) value spaces.

       01 ack-reject-rec.
           05 ack-r-type                pic x     value "R".
           05 ack-r-record              pic x(80).
      *    one flag byte per edit category, in the error summary's
      *    column order; '*' marks the categories the record failed
           05 ack-r-flags               pic x(21).
           05 filler                    pic x(8)  value spaces.

      *One line appended per program per run, recording when it ran
      *and how it came out
           05 ws-hdrbal-detail           pic zz,zzz,zz9.99.
           05 filler                     pic x(22) value spaces.

      *Printed under the split-tender message with the header total
      *and what its tender lines actually paid
       01 ws-Display-Tender-Balance.
           05 filler                     pic x(18) value spaces.
           05 filler                     pic x     value "-".
           05 filler                     pic x     value space.
           05 filler                     pic x(15) value
                                         "HEADER TOTAL = ".
           05 ws-tndbal-header           pic z,zzz,zz9.99.
           05 filler                     pic x(3)  value spaces.
           05 filler                     pic x(15) value
                                         "TENDER TOTAL = ".
           05 ws-tndbal-tender           pic zz,zzz,zz9.99.
           05 filler                     pic x(22) value spaces.

       01 ws-error-notifications.
           05 ws-notify-tran-code        pic 9     value 0.
           05 ws-notify-tran-amt         pic 9     value 0.
           05 ws-notify-trans-overflow   pic 9     value 0.
           05 ws-notify-quantity         pic 9     value 0.
           05 ws-notify-closed-period    pic 9     value 0.
           05 ws-notify-salesperson      pic 9     value 0.
           05 ws-notify-slsp-missing     pic 9     value 0.
           05 ws-notify-cert             pic 9     value 0.
           05 ws-notify-cert-expired     pic 9     value 0.
           05 ws-notify-rate             pic 9     value 0.
           05 ws-notify-rate-missing     pic 9     value 0.

      *Set when a transaction amount lands outside the tolerance band
      *around its SKU's unit price.  A warning only - the record
                                          indexed by ws-sku-idx.
               10 ws-sku-tbl-code        pic x(15).
               10 ws-sku-tbl-price       pic 9(5)v99.
               10 ws-sku-tbl-dept        pic x(4).

       01 ws-sku-control.
           05 ws-sku-count               pic 9(6)  value 0.

       77 ws-sku-max                     pic 9(6)  value 20000.

      *Promotion calendar, loaded once at startup.  Small enough to
      *scan, and only scanned for a SKU a promotion could touch.
       01 ws-promo-table.
           05 ws-promo-entry             occurs 500 times
                                          indexed by ws-promo-idx.
               10 ws-promo-tbl-sku       pic x(15).
               10 ws-promo-tbl-dept      pic x(4).
               10 ws-promo-tbl-store     pic 99.
               10 ws-promo-tbl-start     pic 9(8).
               10 ws-promo-tbl-end       pic 9(8).
               10 ws-promo-tbl-price     pic 9(5)v99.
               10 ws-promo-tbl-pct       pic 99v99.

       01 ws-promo-control.
           05 ws-promo-status            pic xx    value "00".
           05 ws-promo-count             pic 9(4)  value 0.
           05 ws-promo-eof-flag          pic x     value "n".
      *    the price the amount is held against: the unit price, or
      *    the lowest promotion running for the sale's store and date
           05 ws-promo-ref-price         pic 9(5)v99 value 0.
           05 ws-promo-try-price         pic 9(5)v99 value 0.

       77 ws-promo-max                   pic 9(4)  value 500.

      *Store master table, loaded once at startup
       01 ws-store-table.
           05 ws-store-entry             occurs 99 times
           05 ws-store-count             pic 9(4)  value 0.
           05 ws-store-found             pic 9     value 0.
           05 ws-store-match-idx         pic 9(4)  value 0.
           05 ws-store-search-num        pic 99    value 0.
           05 ws-store-eof-flag          pic x     value "n".

      *Employee master table, loaded once at startup.  Kept in
      *salesperson order by inserting each entry in place, so the
      *lookup on every sale can bisect instead of scanning.
       01 ws-employee-table.
           05 ws-emp-entry               occurs 5001 times
                                          indexed by ws-emp-idx.
               10 ws-emp-tbl-num         pic 9(5).
               10 ws-emp-tbl-store       pic 99.
               10 ws-emp-tbl-active      pic x.
                   88 ws-emp-tbl-is-active value "Y".

       01 ws-employee-control.
           05 ws-employee-status         pic xx    value "00".
           05 ws-emp-count               pic 9(6)  value 0.
           05 ws-emp-found               pic 9     value 0.
           05 ws-emp-match-idx           pic 9(6)  value 0.
           05 ws-emp-eof-flag            pic x     value "n".
           05 ws-emp-search-key          pic 9(5)  value 0.

       77 ws-emp-max                     pic 9(6)  value 5000.

      *Exemption certificate master table, loaded once at startup.
      *Kept in certificate order by inserting each entry in place,
      *so the lookup on an exempt sale can bisect.
       01 ws-cert-table.
           05 ws-cert-entry              occurs 5001 times
                                          indexed by ws-cert-idx.
               10 ws-cert-tbl-num        pic x(10).
               10 ws-cert-tbl-expiry     pic 9(8).

       01 ws-cert-control.
           05 ws-cert-status             pic xx    value "00".
           05 ws-cert-count              pic 9(6)  value 0.
           05 ws-cert-found              pic 9     value 0.
           05 ws-cert-match-idx          pic 9(6)  value 0.
           05 ws-cert-eof-flag           pic x     value "n".
           05 ws-cert-search-key         pic x(10) value spaces.

       77 ws-cert-max                    pic 9(6)  value 5000.

      *US-dollar till rates by business date, loaded once at startup
      *and kept in date order so the check on a US cash tender can
      *bisect
       01 ws-rate-table.
           05 ws-rate-entry              occurs 4001 times
                                          indexed by ws-rate-idx.
               10 ws-rate-tbl-date       pic 9(8).
               10 ws-rate-tbl-till       pic 9(2)v9(6).

       01 ws-rate-control.
           05 ws-rate-status             pic xx    value "00".
           05 ws-rate-count              pic 9(6)  value 0.
           05 ws-rate-found              pic 9     value 0.
           05 ws-rate-match-idx          pic 9(6)  value 0.
           05 ws-rate-eof-flag           pic x     value "n".
           05 ws-rate-search-key         pic 9(8)  value 0.
      *    the Canadian figure the till should have rung, and how
      *    far off the rung figure is
           05 ws-rate-cad-work           pic 9(9)v99 value 0.
           05 ws-rate-diff               pic s9(9)v99 value 0.

       77 ws-rate-max                    pic 9(6)  value 4000.
      *a cent either way allows for the till's own rounding
       77 const-rate-tolerance           pic 9v99  value 0.01.

      *Invoice numbers seen so far this run, used to catch
      *duplicates.  Kept in key order by inserting each invoice in
      *place, so the duplicate check can bisect instead of scanning
       01 ws-invoice-group-table.
           05 ws-grp-entry               occurs 201 times
                                         indexed by ws-grp-idx.
               10 ws-grp-tbl-rec         pic x(80).
               10 ws-grp-tbl-bad         pic 9.
               10 ws-grp-tbl-inst        pic 9.
      *        the record's error-category flags, kept for the
      *        store acknowledgment written at the end of the run
               10 ws-grp-tbl-flags       pic x(21).

       01 ws-invoice-group-control.
           05 ws-grp-count               pic 9(3)  value 0.
           05 ws-grp-detail-amt          pic 9(9)v99 value 0.
           05 ws-grp-detail-count        pic 9(3)  value 0.
           05 ws-grp-balance-bad         pic 9     value 0.
      *    the split-tender side of the same check: the header says
      *    'SP', and its tender lines must pay off its total
           05 ws-grp-header-split        pic 9     value 0.
           05 ws-grp-tender-amt          pic 9(9)v99 value 0.
           05 ws-grp-tender-count        pic 9(3)  value 0.
           05 ws-grp-tender-bad          pic 9     value 0.
      *    set as soon as ANY member of the group in hand fails its
      *    own edits - the whole invoice then routes to
      *    Invalid-Data.dat together, details and all
      *    the verdict 600-Check-If-An-Error reached on the record
      *    in hand, picked up when it is added to the group
           05 ws-grp-member-bad          pic 9     value 0.
           05 ws-grp-hold-rec            pic x(80) value spaces.
      *    set while 56-Rebuild-State-For-Restart is re-running the
      *    already-finished records, so group settlement rebuilds the
      *    register and the error tallies without writing anything or
      *    archived - the latest transaction date seen - so a
      *    restore request for a business date finds the right file
           05 ws-catalog-data-date       pic 9(8)  value 0.
      *    a catch-up's copies hold only the late store's day, and
      *    are catalogued as run type C under that store
           05 ws-origin-status           pic xx    value "00".
           05 ws-archive-run-type        pic x     value space.
           05 ws-archive-store           pic xx    value spaces.

      *Today's date and time, stamped onto this run's audit entry
       01 ws-system-date.
      *invoice letter 1, letter 2, dash, doubled letters, invoice
      *number, SKU missing/not on file, duplicate this run, register
      *duplicate, amount overflow, bad transaction date, the
      *header/detail totals not balancing, a bad item quantity, a
      *date inside a closed accounting period, split-tender lines
      *that do not settle the header total, a salesperson missing
      *or not active at the store on the employee master, a
      *tax-exemption certificate unknown or expired on the sale date,
      *and US cash with no exchange rate for its date or a Canadian
      *figure not at the day's rate.
       01 ws-error-matrix.
           05 ws-errsum-row              occurs 100 times.
               10 ws-errsum-cell         occurs 21 times
                                         pic 9(5) value 0.

       01 ws-errsum-control.
           05 ws-ackr-entry              occurs 5000 times
                                         indexed by ws-ackr-idx.
               10 ws-ackr-tbl-row        pic 9(3).
               10 ws-ackr-tbl-rec        pic x(80).
               10 ws-ackr-tbl-flags      pic x(21).

       01 ws-ack-control.
           05 ws-ackr-stored             pic 9(4)  value 0.
           05 ws-ack-row-sub             pic 9(3)  value 0.
           05 ws-ack-store-num           pic 99    value 0.
           05 ws-ack-flags-work          pic x(21) value spaces.

      *Name of the acknowledgment file being written, the store
      *number dropped into place per store
           05 filler                     pic x(5)  value "  HDR".
           05 filler                     pic x(5)  value "  QTY".
           05 filler                     pic x(5)  value " CLSD".
           05 filler                     pic x(5)  value " TNDR".
           05 filler                     pic x(5)  value " SLSP".
           05 filler                     pic x(5)  value " CERT".
           05 filler                     pic x(5)  value " RATE".
           05 filler                     pic x(2)  value spaces.

       01 ws-errsum-detail.
           05 filler                     pic x     value space.
           05 ws-errsum-disp-store      pic xx.
           05 ws-errsum-disp-cell       occurs 21 times.
               10 ws-errsum-disp-count   pic zzzz9.
           05 filler                     pic x(2)  value spaces.

       01 ws-errtrend-title.
           05 filler                     pic x(44) value
                 "INVOICE DETAIL DOES NOT ADD UP TO HEADER TOTAL".
       77 ws-Err-Hdr-Missing             pic x(40) value
                       "ITEM DETAIL RECORD HAS NO INVOICE HEADER".
       77 ws-Err-Tender-Balance          pic x(46) value
                 "SPLIT TENDER LINES DO NOT ADD UP TO THE TOTAL".
       77 ws-Err-Tender-Orphan           pic x(46) value
                 "TENDER LINE IS NOT UNDER A SPLIT-TENDER HEADER".
       77 ws-Err-Tender-Missing          pic x(41) value
                      "SPLIT-TENDER HEADER HAS NO TENDER LINES".
       77 ws-Err-Quantity                pic x(44) value
                   "ITEM QUANTITY MUST BE NUMERIC AND AT LEAST 1".
       77 ws-Err-Closed-Period           pic x(44) value
                   "TRANSACTION DATE FALLS IN A CLOSED PERIOD".
       77 ws-Err-Slsp-Missing            pic x(42) value
                     "SALESPERSON NUMBER MISSING OR NOT NUMERIC".
       77 ws-Err-Slsp-Invalid            pic x(45) value
                  "SALESPERSON NOT ACTIVE IN THIS STORE ON FILE".
       77 ws-Err-Cert-Unknown            pic x(45) value
                   "EXEMPTION CERTIFICATE NOT ON CERTIFICATE FILE".
       77 ws-Err-Cert-Expired            pic x(46) value
                 "EXEMPTION CERTIFICATE EXPIRED ON THE SALE DATE".
       77 ws-Err-Rate-Missing            pic x(45) value
                  "NO US EXCHANGE RATE ON FILE FOR THE SALE DATE".
       77 ws-Err-Rate-Amount             pic x(47) value
                  "US CASH AMOUNT MISSING OR NOT AT THE DAY'S RATE".
       77 ws-Err-Series-Prefix           pic x(42) value
                     "INVOICE PREFIX NOT IN THIS STORE'S SERIES".
       77 ws-Err-Series-Range            pic x(44) value
           end-if.
           perform 50-Open-Files.
           perform 60-Load-Sku-Master.
           perform 64-Load-Promotion-Master.
           perform 70-Load-Store-Master.
           perform 72-Load-Employee-Master.
           perform 66-Load-Exempt-Cert-Master.
           perform 661-Load-Exchange-Rates.
           perform 52-Open-Invoice-Register.
           perform 53-Load-Closed-Periods.
           perform 55-Load-Invoice-Series.
           move ws-sys-minute to ws-archive-invalid-name(44:2).
           move ws-sys-second to ws-archive-invalid-name(46:2).

           perform 480-Read-Day-Files-Origin.
           perform 481-Archive-Valid-Data.
           perform 482-Archive-Invalid-Data.

      *Finds out whether the files about to be archived came from a
      *catch-up run, so their copies are catalogued as such
       480-Read-Day-Files-Origin.
           move space  to ws-archive-run-type.
           move spaces to ws-archive-store.
           open input day-files-origin-file.
           if ws-origin-status = "00"
               read day-files-origin-file
                   at end
                       continue
                   not at end
                       if dfo-store-num not = spaces
                           move "C"           to ws-archive-run-type
                           move dfo-store-num to ws-archive-store
                       end-if
               end-read
               close day-files-origin-file
           end-if.

      *Archives the previous run's Valid-Data.dat, if there is one
       481-Archive-Valid-Data.
           open input valid-data-file.
           move ws-sys-minute         to act-run-time(3:2).
           move ws-sys-second         to act-run-time(5:2).
           move ws-archive-copy-count to act-record-count.
           move ws-archive-run-type   to act-run-type.
           move ws-archive-store      to act-catch-up-store.
           write archive-catalog-line.
           close archive-catalog-file.

           else
               move 0              to ws-sku-tbl-price(ws-bs-insert-at)
           end-if.
           move skm-dept-code to ws-sku-tbl-dept(ws-bs-insert-at).
           add 1 to ws-sku-count.

      *************************************************************

      *************************************************************

      *This will load the promotion calendar into a table.  No file
      *on hand just means nothing is on promotion.
       64-Load-Promotion-Master.
           open input promotion-master-file.
           if ws-promo-status = "00"
               perform 641-Read-Promotion-Master
                 until ws-promo-eof-flag = "y"
               close promotion-master-file
           end-if.

      *************************************************************

      *This reads one promotion into the table.  A promotion with
      *unreadable dates, nothing to apply to, or no price or
      *percent to give is left off and the regular price stands.
       641-Read-Promotion-Master.
           read promotion-master-file
               at end
                   move "y" to ws-promo-eof-flag
           end-read.
           if ws-promo-eof-flag not = "y" and
             prm-start-date is numeric and
             prm-end-date is numeric and
             prm-start-date <= prm-end-date and
             prm-store-num is numeric and
             (prm-sku-code not = spaces or
              prm-dept-code not = spaces) and
             ((prm-promo-price is numeric and prm-promo-price > 0) or
              (prm-pct-off is numeric and prm-pct-off > 0))
               if ws-promo-count >= ws-promo-max
                   move "PROMOTION TABLE" to ws-abort-table-name
                   perform 9000-Abort-Table-Full
               end-if
               add 1 to ws-promo-count
               move prm-sku-code   to ws-promo-tbl-sku(ws-promo-count)
               move prm-dept-code  to ws-promo-tbl-dept(ws-promo-count)
               move prm-store-num  to
                                 ws-promo-tbl-store(ws-promo-count)
               move prm-start-date to
                                 ws-promo-tbl-start(ws-promo-count)
               move prm-end-date   to ws-promo-tbl-end(ws-promo-count)
               if prm-promo-price is numeric
                   move prm-promo-price to
                                 ws-promo-tbl-price(ws-promo-count)
               else
                   move 0 to ws-promo-tbl-price(ws-promo-count)
               end-if
               if prm-pct-off is numeric
                   move prm-pct-off to
                                 ws-promo-tbl-pct(ws-promo-count)
               else
                   move 0 to ws-promo-tbl-pct(ws-promo-count)
               end-if
           end-if.

      *************************************************************

      *This will load the Store master into a table for lookup
       70-Load-Store-Master.
           open input store-master-file.

      *************************************************************

      *This will load the Employee master into a table for lookup.
      *A site with no employee master yet loads nothing, so every
      *sale is rejected until one is on file.
       72-Load-Employee-Master.
           open input employee-master-file.
           if ws-employee-status = "00"
               perform 73-Read-Employee-Master
                 until ws-emp-eof-flag = "y"
               close employee-master-file
           end-if.

      *************************************************************

      *This reads one Employee master record into the table
       73-Read-Employee-Master.
           read employee-master-file
               at end
                   move "y" to ws-emp-eof-flag
           end-read.
           if ws-emp-eof-flag not = "y" and
             emp-salesperson is numeric
               move emp-salesperson to ws-emp-search-key
               perform 576-Search-Employee-Master
               if ws-emp-found = 0
                   perform 74-Insert-Employee-Entry
               end-if
           end-if.

      *************************************************************

      *Slides the tail of the employee table down one and drops the
      *new salesperson into their key-ordered place
       74-Insert-Employee-Entry.
           if ws-emp-count >= ws-emp-max
               move "EMPLOYEE MASTER TABLE" to ws-abort-table-name
               perform 9000-Abort-Table-Full
           end-if.
           move ws-emp-count to ws-bs-shift-idx.
           perform 741-Shift-Employee-Entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move emp-salesperson to ws-emp-tbl-num(ws-bs-insert-at).
           move emp-store-num   to ws-emp-tbl-store(ws-bs-insert-at).
           move emp-active-flag to ws-emp-tbl-active(ws-bs-insert-at).
           add 1 to ws-emp-count.

      *************************************************************

       741-Shift-Employee-Entry.
           move ws-emp-entry(ws-bs-shift-idx) to
             ws-emp-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.

      *************************************************************

      *This will load the exemption certificate master into a table
      *for lookup.  A site with no certificate file yet loads
      *nothing, so any sale quoting a certificate is rejected.
       66-Load-Exempt-Cert-Master.
           open input exempt-cert-file.
           if ws-cert-status = "00"
               perform 67-Read-Exempt-Cert-Master
                 until ws-cert-eof-flag = "y"
               close exempt-cert-file
           end-if.

      *************************************************************

      *This reads one certificate into the table; a line with no
      *readable expiry date is left off, so its certificate rejects
       67-Read-Exempt-Cert-Master.
           read exempt-cert-file
               at end
                   move "y" to ws-cert-eof-flag
           end-read.
           if ws-cert-eof-flag not = "y" and
             ecm-cert-num not = spaces and
             ecm-expiry-date is numeric
               move ecm-cert-num to ws-cert-search-key
               perform 581-Search-Cert-Master
               if ws-cert-found = 0
                   perform 68-Insert-Cert-Entry
               end-if
           end-if.

      *************************************************************

      *Slides the tail of the certificate table down one and drops
      *the new certificate into its key-ordered place
       68-Insert-Cert-Entry.
           if ws-cert-count >= ws-cert-max
               move "EXEMPT CERTIFICATE TABLE" to ws-abort-table-name
               perform 9000-Abort-Table-Full
           end-if.
           move ws-cert-count to ws-bs-shift-idx.
           perform 69-Shift-Cert-Entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ecm-cert-num    to ws-cert-tbl-num(ws-bs-insert-at).
           move ecm-expiry-date to ws-cert-tbl-expiry(ws-bs-insert-at).
           add 1 to ws-cert-count.

      *************************************************************

       69-Shift-Cert-Entry.
           move ws-cert-entry(ws-bs-shift-idx) to
             ws-cert-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.

      *************************************************************

      *This will load the US-dollar till rates into a table for
      *lookup.  A site with no rate file yet loads nothing, so any
      *US cash tender is rejected until finance posts the day's rate.
       661-Load-Exchange-Rates.
           open input exchange-rate-file.
           if ws-rate-status = "00"
               perform 662-Read-Exchange-Rate
                 until ws-rate-eof-flag = "y"
               close exchange-rate-file
           end-if.

      *************************************************************

      *This reads one day's rate into the table; a line with no
      *readable date or a zero rate is left off, and a second line
      *for the same date corrects the first
       662-Read-Exchange-Rate.
           read exchange-rate-file
               at end
                   move "y" to ws-rate-eof-flag
           end-read.
           if ws-rate-eof-flag not = "y" and
             xrt-currency = "USD" and
             xrt-rate-date is numeric and
             xrt-till-rate is numeric
               if xrt-till-rate > 0
                   move xrt-rate-date to ws-rate-search-key
                   perform 586-Search-Rate-Table
                   if ws-rate-found = 0
                       perform 663-Insert-Rate-Entry
                   else
                       move xrt-till-rate to
                         ws-rate-tbl-till(ws-rate-match-idx)
                   end-if
               end-if
           end-if.

      *************************************************************

      *Slides the tail of the rate table down one and drops the new
      *date into its place
       663-Insert-Rate-Entry.
           if ws-rate-count >= ws-rate-max
               move "EXCHANGE RATE TABLE" to ws-abort-table-name
               perform 9000-Abort-Table-Full
           end-if.
           move ws-rate-count to ws-bs-shift-idx.
           perform 664-Shift-Rate-Entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move xrt-rate-date to ws-rate-tbl-date(ws-bs-insert-at).
           move xrt-till-rate to ws-rate-tbl-till(ws-bs-insert-at).
           add 1 to ws-rate-count.

      *************************************************************

       664-Shift-Rate-Entry.
           move ws-rate-entry(ws-bs-shift-idx) to
             ws-rate-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.

      *************************************************************

      *Opens the invoice register for keyed reads and writes.  A
      *status 35 is a very first run with no register yet, so the
      *file is created empty; any other failure - an old
           perform 100-Read-Page-Line.
           if ws-eof-flag not = ws-eof-Y
               add 1 to ws-restart-idx
               if not input-invoice-line
                   perform 92-Settle-Held-Group
               end-if
               perform 500-Check-Trans-Code
               perform 560-Check-Trans-Date
               perform 565-Check-Closed-Period
               perform 570-Check-Quantity
               perform 575-Check-Salesperson
               perform 580-Check-Exempt-Cert
               perform 585-Check-Exchange-Rate
               perform 58-Resettle-Rebuilt-Record
               perform 94-Add-To-Invoice-Group
           end-if.
             ws-notify-trans-date = 1  or
             ws-notify-trans-overflow = 1 or
             ws-notify-quantity = 1    or
             ws-notify-closed-period = 1 or
             ws-notify-salesperson = 1 or
             ws-notify-cert = 1        or
             ws-notify-rate = 1
               move 1 to ws-grp-member-bad
               perform 680-Tally-Error-By-Store
           else
           write valid-data-line.
           add ir-trans-amt to ws-total-valid-amount.
           if (ir-trans-code = 'S' or ir-trans-code = 'L') and
             ws-plan-installment = 0 and not input-invoice-line
               perform 82-Add-To-Invoice-Register
           end-if.

      *record passed its own edits AND the totals agree, all to
      *Invalid-Data.dat otherwise.  A group with no detail records
      *(an installment, or the old standalone shape) has nothing to
      *balance and settles on its records' own verdicts.  A split-
      *tender header must be paid off exactly by its tender lines,
      *and tender lines may only follow a split-tender header.
      *During a restart rebuild the routing re-joins the register
      *and the error tallies instead of writing or counting a
      *second time.
       93-Settle-Invoice-Group.
           move 0 to ws-grp-balance-bad.
           if ws-grp-detail-count > 0
           if ws-grp-balance-bad = 1
               perform 95-Report-Group-Balance-Failure
           end-if.
           move 0 to ws-grp-tender-bad.
           if ws-grp-tender-count > 0
               if ws-grp-header-split = 0 or
                 ws-grp-tender-amt not = ws-grp-header-amt
                   move 1 to ws-grp-tender-bad
               end-if
           else
               if ws-grp-header-split = 1
                   move 1 to ws-grp-tender-bad
               end-if
           end-if.
           if ws-grp-tender-bad = 1
               perform 91-Report-Group-Tender-Failure
           end-if.
           perform 96-Route-Group-Member
             varying ws-grp-sub from 1 by 1
             until ws-grp-sub > ws-grp-count.
           move 0 to ws-grp-header-amt.
           move 0 to ws-grp-detail-amt.
           move 0 to ws-grp-detail-count.
           move 0 to ws-grp-header-split.
           move 0 to ws-grp-tender-amt.
           move 0 to ws-grp-tender-count.
           move 0 to ws-grp-any-bad.

      *************************************************************
               if ir-trans-amt is numeric
                   add ir-trans-amt to ws-grp-detail-amt
               end-if
           else
           if input-tender-rec
               add 1 to ws-grp-tender-count
               if ir-trans-amt is numeric
                   add ir-trans-amt to ws-grp-tender-amt
               end-if
           else
               move 1 to ws-grp-header-found
               if ir-trans-amt is numeric
                   move ir-trans-amt to ws-grp-header-amt
               end-if
               if input-type-split
                   move 1 to ws-grp-header-split
               end-if
           end-if
           end-if.

      *************************************************************

      *************************************************************

      *The group's tender lines do not pay off its split-tender
      *header, a split-tender header arrived with no tender lines,
      *or tender lines turned up under a header that is not split.
      *Tallied once against the header's store and reported with
      *the header total against what the tenders paid.
       91-Report-Group-Tender-Failure.
           move ws-grp-tbl-rec(1) to input-rec.
           perform 682-Tally-Tender-Balance.
           if not ws-grp-rebuilding
               perform 450-Move-Data-Over
               move spaces to ws-code-star
               move "*"    to ws-trans-amt-star
               move "*"    to ws-pay-star
               move spaces to ws-store-star
               move spaces to ws-Inv-star
               move spaces to ws-sku-star
               move spaces to ws-date-star
               add 1             to ws-error-num
               move ws-error-num to ws-disp-error-num
               write report-line from ws-Display-Errors
                 after advancing 1 line
               if ws-grp-header-split = 0
                   move ws-Err-Tender-Orphan  to ws-error-desc
               else
                   if ws-grp-tender-count = 0
                       move ws-Err-Tender-Missing to ws-error-desc
                   else
                       move ws-Err-Tender-Balance to ws-error-desc
                   end-if
               end-if
               write report-line from ws-Display-Error-Msg
               move ws-grp-header-amt to ws-tndbal-header
               move ws-grp-tender-amt to ws-tndbal-tender
               write report-line from ws-Display-Tender-Balance
           end-if.

      *************************************************************

       682-Tally-Tender-Balance.
           if ir-store-num is numeric
               compute ws-errsum-store-row = ir-store-num + 1
           else
               move 1 to ws-errsum-store-row
           end-if.
           add 1 to ws-errsum-cell(ws-errsum-store-row, 18).

      *************************************************************

      *Routes one buffered record of the settling group.  The
      *verdict is the GROUP's: every record posts to Valid-Data.dat
      *only when every member passed its own edits AND the totals
           move ws-grp-tbl-rec(ws-grp-sub)  to input-rec.
           move ws-grp-tbl-inst(ws-grp-sub) to ws-plan-installment.
           perform 97-Compute-Ack-Row.
           if ws-grp-any-bad = 1 or ws-grp-balance-bad = 1 or
             ws-grp-tender-bad = 1
               add 1 to ws-ack-rejected(ws-ack-row-sub)
               perform 98-Capture-Ack-Reject
               if not ws-grp-rebuilding
               add 1 to ws-ack-accepted(ws-ack-row-sub)
               if ws-grp-rebuilding
                   if (ir-trans-code = 'S' or ir-trans-code = 'L') and
                     ws-plan-installment = 0 and not input-invoice-line
                       perform 82-Add-To-Invoice-Register
                   end-if
               else
      *************************************************************

      *Holds one rejected record for its store's acknowledgment,
      *with the group-balance and split-tender categories folded in
      *when the whole invoice failed to balance
       98-Capture-Ack-Reject.
           if ws-ackr-stored < 5000
               add 1 to ws-ackr-stored
               if ws-grp-balance-bad = 1
                   move "*" to ws-ack-flags-work(15:1)
               end-if
               if ws-grp-tender-bad = 1
                   move "*" to ws-ack-flags-work(18:1)
               end-if
               move ws-ack-flags-work
                                   to ws-ackr-tbl-flags(ws-ackr-stored)
           end-if.
           if ws-notify-closed-period = 1
               move "*" to ws-ack-flags-work(17:1)
           end-if.
           if ws-notify-salesperson = 1
               move "*" to ws-ack-flags-work(19:1)
           end-if.
           if ws-notify-cert = 1
               move "*" to ws-ack-flags-work(20:1)
           end-if.
           if ws-notify-rate = 1
               move "*" to ws-ack-flags-work(21:1)
           end-if.

      *************************************************************

           add 1 to ws-total-records.
      *    a record that starts a new invoice group means the group
      *    in hand is complete and ready to settle
           if not input-invoice-line
               perform 92-Settle-Held-Group
           end-if.
           perform 450-Move-Data-Over.
           perform 560-Check-Trans-Date.
           perform 565-Check-Closed-Period.
           perform 570-Check-Quantity.
           perform 575-Check-Salesperson.
           perform 580-Check-Exempt-Cert.
           perform 585-Check-Exchange-Rate.
           perform 600-Check-If-An-Error.
           perform 94-Add-To-Invoice-Group.
           perform 100-Read-Page-Line.

      **************************************************************

      *Check the Payment Type.  'SP' (split tender) is good only on
      *a sale, layaway or void invoice and its item lines - the
      *tender lines under it must each name one real payment type.
      *A transfer takes no tender; its payment type must be one of
      *the two directions, and no other transaction may use them.
       520-Check-Pay-Type.
           if input-trans-xfer
               if input-type-xfer
                   move 0      to ws-notify-pay-type
                   move spaces to ws-pay-star
               else
                   move 1      to ws-notify-pay-type
                   move "*"    to ws-pay-star
               end-if
           else
           if input-type-valid then
               move 0      to ws-notify-pay-type
               move spaces to ws-pay-star
           else
               if input-type-split and not input-tender-rec and
                 (ir-trans-code = 'S' or ir-trans-code = 'L' or
                  ir-trans-code = 'V')
                   move 0      to ws-notify-pay-type
                   move spaces to ws-pay-star
               else
                   move 1      to ws-notify-pay-type
                   move "*"    to ws-pay-star
               end-if
           end-if
           end-if.

      **************************************************************

      *Check if the store number is Valid.  A transfer names two
      *stores, and both must be active and different from each other.
       530-Check-Store-Number.
           move ir-store-num to ws-store-search-num.
           perform 535-Search-Store-Master.
           if ws-store-found = 1 and
             ws-store-tbl-is-active(ws-store-match-idx) then
               move 1      to ws-notify-store-num
               move "*"    to ws-store-star
           end-if.
           if input-trans-xfer
               perform 531-Check-Xfer-Other-Store
           end-if.

      **************************************************************

       531-Check-Xfer-Other-Store.
           if ir-xfer-other-store is numeric and
             ir-xfer-other-store not = ir-store-num
               move ir-xfer-other-store to ws-store-search-num
               perform 535-Search-Store-Master
               if ws-store-found = 0 or
                 not ws-store-tbl-is-active(ws-store-match-idx)
                   move 1      to ws-notify-store-num
                   move "*"    to ws-store-star
               end-if
           else
               move 1      to ws-notify-store-num
               move "*"    to ws-store-star
           end-if.

      **************************************************************

      *Looks ws-store-search-num up in the store master.
       535-Search-Store-Master.
           move 0 to ws-store-found.
           move 1 to ws-store-idx.
      **************************************************************

       536-Search-Store-Loop.
           if ws-store-tbl-num(ws-store-idx) = ws-store-search-num
               move 1           to ws-store-found
               move ws-store-idx to ws-store-match-idx
           else
      *Check the invoice number.  A store with its own series on
      *the series master is judged against its own prefix pairs and
      *serial range; every other store keeps the chain-wide rule.
      *A transfer number is issued by the sending store, so a
      *receipt is judged against the sender's series, not its own.
       540-Check-All-Inv.
           move 0 to ws-srs-active.
           move ir-store-num to ws-store-search-num.
           if input-trans-xfer and input-xfer-received and
             ir-xfer-other-store is numeric
               move ir-xfer-other-store to ws-store-search-num
           end-if.
           if ws-store-search-num is numeric and
             ws-store-search-num > 0
               move ws-store-search-num to ws-srs-sub
               if ws-srs-on-file(ws-srs-sub) = "y"
                   move 1 to ws-srs-active
               end-if
           end-if.

           if (ir-trans-code = 'S' or ir-trans-code = 'L') and
             ws-plan-installment = 0 and not input-invoice-line
               move ir-invoice-num1       to ws-invoice-search-key(1:1)
               move ir-invoice-num2       to ws-invoice-search-key(2:1)
               move ir-invoice-dash       to ws-invoice-search-key(3:1)
      *    legitimately reuses its original sale's invoice number
           move 0 to ws-notify-inv-reg.
           if (ir-trans-code = 'S' or ir-trans-code = 'L') and
             ws-plan-installment = 0 and not input-invoice-line
               move ir-invoice-num1       to
                                 ws-register-search-key(1:1)
               move ir-invoice-num2       to
      **************************************************************

      *Checking if the Sku exists, is blank, or is not on file.
      *A transfer moves one SKU and must name it; its amount is the
      *cost of the goods moved, so no selling-price band applies.
       550-Check-SKU.
           move 0 to ws-notify-price-var.
           if ir-Sku-Code = spaces then
               if input-detail-rec or input-trans-xfer
                   move 1      to ws-notify-sku
                   move 0      to ws-notify-sku-nf
                   move "*"    to ws-sku-star
                   move 0      to ws-notify-sku
                   move 0      to ws-notify-sku-nf
                   move spaces to ws-sku-star
                   if not input-trans-xfer
                       perform 558-Check-Price-Variance
                   end-if
               else
                   move 1      to ws-notify-sku
                   move 1      to ws-notify-sku-nf
      *around the SKU's listed unit price.  A warning, not a reject -
      *a $1,299.00 item rung as $12.99 posts, but it posts flagged.
      *A SKU carrying no price on the master is left unchecked.
      *While a promotion covers the SKU at the sale's store on the
      *sale's date, the band is drawn around the promo price.
       558-Check-Price-Variance.
           move ws-sku-tbl-price(ws-sku-match-idx)
             to ws-promo-ref-price.
           if ws-promo-count > 0 and ir-trans-date is numeric
               perform 557-Find-Promo-Price
           end-if.
           if ir-trans-amt is numeric and
             ws-promo-ref-price not = 0
               multiply ws-promo-ref-price
                 by ws-price-var-low-factor
                 giving ws-price-var-low-amt rounded
               multiply ws-promo-ref-price
                 by ws-price-var-high-factor
                 giving ws-price-var-high-amt rounded
               if ir-trans-amt < ws-price-var-low-amt or

      **************************************************************

      *Looks through the promotion calendar for one running on the
      *sale's date at the sale's store (or chain-wide) for this SKU
      *or its department.  Where two overlap the lower price wins.
       557-Find-Promo-Price.
           perform 554-Match-One-Promo
             varying ws-promo-idx from 1 by 1
             until ws-promo-idx > ws-promo-count.

      **************************************************************

       554-Match-One-Promo.
           if ir-trans-date >= ws-promo-tbl-start(ws-promo-idx) and
             ir-trans-date <= ws-promo-tbl-end(ws-promo-idx) and
             (ws-promo-tbl-store(ws-promo-idx) = 0 or
              ws-promo-tbl-store(ws-promo-idx) = ir-store-num) and
             ((ws-promo-tbl-sku(ws-promo-idx) not = spaces and
               ws-promo-tbl-sku(ws-promo-idx) = ir-Sku-Code) or
              (ws-promo-tbl-sku(ws-promo-idx) = spaces and
               ws-promo-tbl-dept(ws-promo-idx) =
                 ws-sku-tbl-dept(ws-sku-match-idx)))
               if ws-promo-tbl-price(ws-promo-idx) > 0
                   move ws-promo-tbl-price(ws-promo-idx)
                     to ws-promo-try-price
               else
                   compute ws-promo-try-price rounded =
                     ws-sku-tbl-price(ws-sku-match-idx) *
                     (100 - ws-promo-tbl-pct(ws-promo-idx)) / 100
               end-if
               if ws-promo-try-price < ws-promo-ref-price
                   move ws-promo-try-price to ws-promo-ref-price
               end-if
           end-if.

      **************************************************************

      *Bisects the key-ordered Sku table for ws-sku-search-key,
      *leaving the slot a new code belongs in when it isn't found.
       555-Search-Sku-Master.

      **************************************************************

      *An item detail line, and a transfer, must say how many units
      *it moved - the inventory extract depends on it.  Headers and
      *the old standalone shape may leave the field blank; a blank
      *reads downstream as one unit, the way the chain always
      *counted.
       570-Check-Quantity.
           if (input-detail-rec or input-trans-xfer) and
             (ir-quantity not numeric or ir-quantity = 0)
               move 1      to ws-notify-quantity
               move "*"    to ws-sku-star
               move 0      to ws-notify-quantity
           end-if.

      **************************************************************

      *Checks the salesperson on a sale or layaway header is on the
      *employee master, active, and working at the selling store.
      *Item and tender lines ride on their header's salesperson; a
      *return, void or exchange may name the clerk who handled it,
      *and when it does that clerk must be on file too.  A transfer
      *carries the other store in these bytes and is not checked.
       575-Check-Salesperson.
           move 0 to ws-notify-salesperson.
           move 0 to ws-notify-slsp-missing.
           if not input-invoice-line and not input-trans-xfer
               if ir-trans-code = 'S' or ir-trans-code = 'L'
                   if ir-salesperson is numeric and ir-salesperson > 0
                       perform 578-Match-Salesperson
                   else
                       move 1 to ws-notify-salesperson
                       move 1 to ws-notify-slsp-missing
                   end-if
               else
                   if ir-salesperson-x not = spaces
                       if ir-salesperson is numeric
                           perform 578-Match-Salesperson
                       else
                           move 1 to ws-notify-salesperson
                           move 1 to ws-notify-slsp-missing
                       end-if
                   end-if
               end-if
           end-if.

      **************************************************************

       578-Match-Salesperson.
           move ir-salesperson to ws-emp-search-key.
           perform 576-Search-Employee-Master.
           if ws-emp-found = 0
               move 1 to ws-notify-salesperson
           else
               if not ws-emp-tbl-is-active(ws-emp-match-idx) or
                 ws-emp-tbl-store(ws-emp-match-idx) not = ir-store-num
                   move 1 to ws-notify-salesperson
               end-if
           end-if.

      **************************************************************

      *Bisects the key-ordered employee table for ws-emp-search-key,
      *leaving the slot a new salesperson belongs in when not found.
       576-Search-Employee-Master.
           move 0 to ws-emp-found.
           move 1 to ws-bs-lo.
           move ws-emp-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 577-Search-Employee-Step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.

      **************************************************************

       577-Search-Employee-Step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-emp-tbl-num(ws-bs-mid) = ws-emp-search-key
                   move 1         to ws-emp-found
                   move ws-bs-mid to ws-emp-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-emp-tbl-num(ws-bs-mid) < ws-emp-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.

      **************************************************************

      *Checks the tax-exemption certificate quoted on an invoice
      *header is on the certificate master and was still good on the
      *transaction date.  Item and tender lines ride on their
      *header's certificate; a blank certificate is an ordinary
      *taxable sale and is not checked.
       580-Check-Exempt-Cert.
           move 0 to ws-notify-cert.
           move 0 to ws-notify-cert-expired.
           if not input-invoice-line and ir-exempt-cert not = spaces
               move ir-exempt-cert to ws-cert-search-key
               perform 581-Search-Cert-Master
               if ws-cert-found = 0
                   move 1 to ws-notify-cert
               else
                   if ir-trans-date is numeric and
                     ir-trans-date >
                       ws-cert-tbl-expiry(ws-cert-match-idx)
                       move 1 to ws-notify-cert
                       move 1 to ws-notify-cert-expired
                   end-if
               end-if
           end-if.

      **************************************************************

      *Bisects the key-ordered certificate table for
      *ws-cert-search-key, leaving the slot a new certificate belongs
      *in when not found.
       581-Search-Cert-Master.
           move 0 to ws-cert-found.
           move 1 to ws-bs-lo.
           move ws-cert-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 582-Search-Cert-Step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.

      **************************************************************

       582-Search-Cert-Step.
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

      **************************************************************

      *Checks a US cash tender - a single-tender header, a tender
      *line under a split, or a refund paid out in US cash.  The
      *business date must have a till rate on the exchange rate
      *file, the US dollars handed over must be on the record, and
      *the Canadian amount rung must be those dollars at that rate.
      *Item lines ride on their header.
       585-Check-Exchange-Rate.
           move 0 to ws-notify-rate.
           move 0 to ws-notify-rate-missing.
           if input-type-us-cash and not input-detail-rec
               move 0 to ws-rate-found
               if ir-trans-date is numeric
                   move ir-trans-date to ws-rate-search-key
                   perform 586-Search-Rate-Table
               end-if
               if ws-rate-found = 0
                   move 1 to ws-notify-rate
                   move 1 to ws-notify-rate-missing
               else
                   if ir-foreign-amt-x is not numeric or
                     ir-trans-amt is not numeric
                       move 1 to ws-notify-rate
                   else
                       if ir-foreign-amt = 0
                           move 1 to ws-notify-rate
                       else
                           compute ws-rate-cad-work rounded =
                             ir-foreign-amt *
                             ws-rate-tbl-till(ws-rate-match-idx)
                           compute ws-rate-diff =
                             ir-trans-amt - ws-rate-cad-work
                           if ws-rate-diff < 0
                               multiply -1 by ws-rate-diff
                           end-if
                           if ws-rate-diff > const-rate-tolerance
                               move 1 to ws-notify-rate
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      **************************************************************

      *Bisects the date-ordered rate table for ws-rate-search-key,
      *leaving the slot a new date belongs in when not found.
       586-Search-Rate-Table.
           move 0 to ws-rate-found.
           move 1 to ws-bs-lo.
           move ws-rate-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 587-Search-Rate-Step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.

      **************************************************************

       587-Search-Rate-Step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-rate-tbl-date(ws-bs-mid) = ws-rate-search-key
                   move 1         to ws-rate-found
                   move ws-bs-mid to ws-rate-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-rate-tbl-date(ws-bs-mid) < ws-rate-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.

      **************************************************************

       600-Check-If-An-Error.
             ws-notify-trans-date = 0  and
             ws-notify-trans-overflow = 0 and
             ws-notify-quantity = 0    and
             ws-notify-closed-period = 0 and
             ws-notify-salesperson = 0 and
             ws-notify-cert = 0        and
             ws-notify-rate = 0 then
      *        VALID CHECK - the record is written and counted when
      *        its whole invoice group settles clean
               move 0 to ws-grp-member-bad
             ws-notify-trans-date = 1  or
             ws-notify-trans-overflow = 1 or
             ws-notify-quantity = 1    or
             ws-notify-closed-period = 1 or
             ws-notify-salesperson = 1 or
             ws-notify-cert = 1        or
             ws-notify-rate = 1 then
      *        INVALID CHECK - the record is written and counted
      *        when its whole invoice group settles
               move 1            to ws-grp-member-bad
               write report-line from ws-Display-Error-Msg
           end-if.

           if ws-notify-salesperson = 1 then
               if ws-notify-slsp-missing = 1
                   move ws-Err-Slsp-Missing to ws-error-desc
               else
                   move ws-Err-Slsp-Invalid to ws-error-desc
               end-if
               write report-line from ws-Display-Error-Msg
           end-if.

           if ws-notify-cert = 1 then
               if ws-notify-cert-expired = 1
                   move ws-Err-Cert-Expired to ws-error-desc
               else
                   move ws-Err-Cert-Unknown to ws-error-desc
               end-if
               write report-line from ws-Display-Error-Msg
           end-if.

           if ws-notify-rate = 1 then
               if ws-notify-rate-missing = 1
                   move ws-Err-Rate-Missing to ws-error-desc
               else
                   move ws-Err-Rate-Amount to ws-error-desc
               end-if
               write report-line from ws-Display-Error-Msg
           end-if.

           if ws-notify-price-var = 1 then
               move ws-Warn-Price-Var  to ws-error-desc
               write report-line from ws-Display-Error-Msg
           if ws-notify-closed-period = 1
               add 1 to ws-errsum-cell(ws-errsum-store-row, 17)
           end-if.
           if ws-notify-salesperson = 1
               add 1 to ws-errsum-cell(ws-errsum-store-row, 19)
           end-if.
           if ws-notify-cert = 1
               add 1 to ws-errsum-cell(ws-errsum-store-row, 20)
           end-if.
           if ws-notify-rate = 1
               add 1 to ws-errsum-cell(ws-errsum-store-row, 21)
           end-if.

      **************************************************************

               end-if
               perform 709-Move-One-Summary-Cell
                 varying ws-errsum-cat from 1 by 1
                 until ws-errsum-cat > 21
               write report-line from ws-errsum-detail
           end-if.

           move 0 to ws-errsum-row-total.
           perform 711-Add-One-Summary-Cell
             varying ws-errsum-cat from 1 by 1
             until ws-errsum-cat > 21.

      **************************************************************

           move 0 to ws-stats-line-total.
           perform 84-Add-One-Stats-Count
             varying ws-errsum-cat from 1 by 1
             until ws-errsum-cat > 21.

      **************************************************************

               compute est-store-num = ws-errsum-row-sub - 1
               perform 719-Move-One-Stats-Count
                 varying ws-errsum-cat from 1 by 1
                 until ws-errsum-cat > 21
               write error-stats-line
           end-if.

