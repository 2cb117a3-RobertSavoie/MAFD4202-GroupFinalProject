      *Date:       August 23rd, 2026
      *Comment:    Applies a clerk's corrections file to the records
      *            sitting in Invalid-Data.dat, re-runs the same
      *            edits Final_EditFile applies (the salesperson,
      *            exemption certificate and US cash rate checks
      *            included, split-tender lines too), and appends the
      *            now-clean records to Resubmission-Data.dat for the
      *            next Final_EditFile run to pick up.  Whatever is
      *            still bad stays in Invalid-Data.dat, and every
      *            record worked or still rejected is accounted for
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

      *This is the daily US-dollar exchange rate file, for the till
      *rate a US cash tender was rung at
           select exchange-rate-file
               assign to "../../../../data/Exchange-Rate.dat"
               organization is line sequential
               file status is ws-rate-status.

      *Worked / still-rejected accounting for the clerk
           select report-file
               assign to "../../../../output/Correction-Report.out"
       data division.
       file section.
      *
      *One rejected record, same 80-byte layout Final_EditFile writes
       fd invalid-data-file
           data record is invalid-data-line
           record contains 80 characters.
      *
       01 invalid-data-line            pic x(80).

      *One correction: the key naming the one rejected record being
      *fixed - its invoice plus, for a multi-item group whose
      *to single the record out (blank selectors match any) - then
      *the replacement fields, spaces meaning keep the original.  A
      *correction whose key still matches more than one rejected
      *record is refused rather than smeared across the group.  The
      *certificate and US cash fields sit past the first 80 bytes; a
      *shorter line leaves them blank, meaning keep the original.
       fd correction-file
           data record is correction-line
           record contains 99 characters.
      *
       01 correction-line.
           05 cor-key-invoice          pic x(9).
           05 cor-trans-date           pic x(8).
           05 cor-rec-type             pic x.
           05 cor-quantity             pic x(3).
           05 cor-salesperson          pic x(5).
           05 cor-exempt-cert          pic x(10).
           05 cor-foreign-amt          pic x(9).

      *One corrected record ready for the next Final_EditFile run
       fd resubmission-file
           data record is resubmission-line
           record contains 80 characters.
      *
       01 resubmission-line            pic x(80).

      *This is the product master used to check Sku codes
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
      *the store they work in and whether they are still active
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
      *line with its holder, which tax it exempts and the last day
      *it is good for
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

      *This is your Output line
       fd report-file
      *Final_EditFile's input-rec
       01 ws-candidate-rec.
           05 cr-trans-code              pic x.
               88 cr-trans-valid         value 'I', 'L', 'R', 'S',
                                               'V', 'X'.
               88 cr-trans-xfer          value 'I'.
           05 cr-trans-amt               pic 9(7)V99.
           05 cr-payment-type            pic xx.
               88 cr-type-valid          value 'CA', 'CR', 'DB',
                                               'GC', 'US'.
               88 cr-type-us-cash        value 'US'.
               88 cr-type-split          value 'SP'.
               88 cr-type-xfer           value 'SH', 'RC'.
           05 cr-store-num               pic 99.
           05 cr-invoice.
               10 cr-invoice-num1        pic x.
               10 cr-trans-day           pic 99.
           05 cr-rec-type                pic x.
               88 cr-detail-rec          value 'D'.
               88 cr-tender-rec          value 'P'.
      *        a line belonging to the invoice header before it
               88 cr-invoice-line        value 'D', 'P'.
           05 cr-quantity                pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 cr-salesperson-x           pic x(5).
           05 cr-salesperson redefines cr-salesperson-x
                                         pic 9(5).
      *    the other store on a transfer, which has no salesperson
           05 cr-xfer-view redefines cr-salesperson-x.
               10 cr-xfer-other-store    pic 99.
               10 filler                 pic x(3).
      *    tax-exemption certificate the customer quoted
           05 cr-exempt-cert             pic x(10).
      *    US dollars handed over on a 'US' cash tender
           05 cr-foreign-amt-x           pic x(9).
           05 cr-foreign-amt redefines cr-foreign-amt-x
                                         pic 9(7)v99.
           05 filler                     pic x(6).

      *The same per-field error flags Final_EditFile keeps
       01 ws-error-notifications.
           05 ws-notify-trans-date       pic 9     value 0.
           05 ws-notify-trans-overflow   pic 9     value 0.
           05 ws-notify-quantity         pic 9     value 0.
           05 ws-notify-salesperson      pic 9     value 0.
           05 ws-notify-slsp-missing     pic 9     value 0.
           05 ws-notify-cert             pic 9     value 0.
           05 ws-notify-cert-expired     pic 9     value 0.
           05 ws-notify-rate             pic 9     value 0.
           05 ws-notify-rate-missing     pic 9     value 0.

      *Why the transaction date failed, same breakdown the edit uses
       01 ws-trans-date-reason           pic 9     value 0.
       01 ws-invalid-table.
           05 ws-invalid-entry           occurs 50000 times
                                         indexed by ws-invalid-idx.
               10 ws-inval-tbl-rec       pic x(80).
               10 ws-inval-tbl-disp      pic x.
                   88 ws-inval-resubmitted   value "R".
      *        the one correction whose key matched this record,
               10 ws-cor-tbl-date        pic x(8).
               10 ws-cor-tbl-rec-type    pic x.
               10 ws-cor-tbl-qty         pic x(3).
               10 ws-cor-tbl-slsp        pic x(5).
               10 ws-cor-tbl-cert        pic x(10).
               10 ws-cor-tbl-foreign     pic x(9).

       01 ws-correction-control.
           05 ws-correction-status       pic xx    value "00".
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

      *Exemption certificate master table, loaded once at startup
      *and kept in certificate order so the lookup can bisect
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

      *Tracks the resubmission file this program appends to
       01 ws-resub-control.
           05 ws-resub-status            pic xx    value "00".
                     "TRANSACTION DATE OLDER THAN ALLOWED WINDOW".
       77 ws-Err-Quantity                pic x(44) value
                   "ITEM QUANTITY MUST BE NUMERIC AND AT LEAST 1".
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
       77 ws-Err-Ambiguous               pic x(45) value
                  "MORE THAN ONE CORRECTION MATCHES THIS RECORD".
       77 ws-Err-Not-Specific            pic x(48) value
           perform 30-Load-Corrections.
           perform 60-Load-Sku-Master.
           perform 70-Load-Store-Master.
           perform 72-Load-Employee-Master.
           perform 66-Load-Exempt-Cert-Master.
           perform 76-Load-Exchange-Rates.
           perform 40-Load-Invalid-Data.
           perform 42-Match-Corrections.
           perform 150-Print-Page-Headings.
                          ws-cor-tbl-rec-type(ws-correction-match-idx).
           move cor-quantity     to
                             ws-cor-tbl-qty(ws-correction-match-idx).
           move cor-salesperson  to
                            ws-cor-tbl-slsp(ws-correction-match-idx).
           move cor-exempt-cert  to
                            ws-cor-tbl-cert(ws-correction-match-idx).
           move cor-foreign-amt  to
                         ws-cor-tbl-foreign(ws-correction-match-idx).
           add 1 to ws-correction-count.

      *************************************************************

      *************************************************************

      *This will load the Employee master into a table for lookup.
      *A site with no employee master yet loads nothing, so every
      *sale stays rejected until one is on file.
       72-Load-Employee-Master.
           open input employee-master-file.
           if ws-employee-status = "00"
               perform 73-Read-Employee-Master
                 until ws-emp-eof-flag = "y"
               close employee-master-file
           end-if.

      *************************************************************

       73-Read-Employee-Master.
           read employee-master-file
               at end
                   move "y" to ws-emp-eof-flag
           end-read.
           if ws-emp-eof-flag not = "y" and
             emp-salesperson is numeric
               move emp-salesperson to ws-emp-search-key
               perform 486-Search-Employee-Master
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
           perform 75-Shift-Employee-Entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move emp-salesperson to ws-emp-tbl-num(ws-bs-insert-at).
           move emp-store-num   to ws-emp-tbl-store(ws-bs-insert-at).
           move emp-active-flag to ws-emp-tbl-active(ws-bs-insert-at).
           add 1 to ws-emp-count.

      *************************************************************

       75-Shift-Employee-Entry.
           move ws-emp-entry(ws-bs-shift-idx) to
             ws-emp-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.

      *************************************************************

      *This will load the exemption certificate master into a table
      *for lookup; with no certificate file any quoted certificate
      *stays rejected
       66-Load-Exempt-Cert-Master.
           open input exempt-cert-file.
           if ws-cert-status = "00"
               perform 67-Read-Exempt-Cert-Master
                 until ws-cert-eof-flag = "y"
               close exempt-cert-file
           end-if.

      *************************************************************

      *A line with no readable expiry date is left off, so its
      *certificate rejects
       67-Read-Exempt-Cert-Master.
           read exempt-cert-file
               at end
                   move "y" to ws-cert-eof-flag
           end-read.
           if ws-cert-eof-flag not = "y" and
             ecm-cert-num not = spaces and
             ecm-expiry-date is numeric
               move ecm-cert-num to ws-cert-search-key
               perform 491-Search-Cert-Master
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
      *lookup; with no rate file any US cash tender stays rejected
       76-Load-Exchange-Rates.
           open input exchange-rate-file.
           if ws-rate-status = "00"
               perform 77-Read-Exchange-Rate
                 until ws-rate-eof-flag = "y"
               close exchange-rate-file
           end-if.

      *************************************************************

      *A line with no readable date or a zero rate is left off, and
      *a second line for the same date corrects the first
       77-Read-Exchange-Rate.
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
                   perform 496-Search-Rate-Table
                   if ws-rate-found = 0
                       perform 78-Insert-Rate-Entry
                   else
                       move xrt-till-rate to
                         ws-rate-tbl-till(ws-rate-match-idx)
                   end-if
               end-if
           end-if.

      *************************************************************

      *Slides the tail of the rate table down one and drops the new
      *date into its place
       78-Insert-Rate-Entry.
           if ws-rate-count >= ws-rate-max
               move "EXCHANGE RATE TABLE" to ws-abort-table-name
               perform 9000-Abort-Table-Full
           end-if.
           move ws-rate-count to ws-bs-shift-idx.
           perform 79-Shift-Rate-Entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move xrt-rate-date to ws-rate-tbl-date(ws-bs-insert-at).
           move xrt-till-rate to ws-rate-tbl-till(ws-bs-insert-at).
           add 1 to ws-rate-count.

      *************************************************************

       79-Shift-Rate-Entry.
           move ws-rate-entry(ws-bs-shift-idx) to
             ws-rate-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.

      *************************************************************

      *Loads every rejected record into the table so Invalid-Data.dat
      *can be rewritten at the end without the corrected ones
       40-Load-Invalid-Data.
      *************************************************************

      *The record's own invoice, record type, and SKU sit at fixed
      *spots of its 80-byte image
       43-Match-One-Record.
           move ws-inval-tbl-rec(ws-invalid-idx)(15:9)
                                       to ws-cor-search-key.
               move ws-cor-tbl-qty(ws-correction-match-idx)
                                            to cr-quantity(1:3)
           end-if.
           if ws-cor-tbl-slsp(ws-correction-match-idx) not = spaces
               move ws-cor-tbl-slsp(ws-correction-match-idx)
                                            to cr-salesperson-x
           end-if.
           if ws-cor-tbl-cert(ws-correction-match-idx) not = spaces
               move ws-cor-tbl-cert(ws-correction-match-idx)
                                            to cr-exempt-cert
           end-if.
           if ws-cor-tbl-foreign(ws-correction-match-idx) not = spaces
               move ws-cor-tbl-foreign(ws-correction-match-idx)
                                            to cr-foreign-amt-x
           end-if.

      *************************************************************

      *Re-runs the same field edits Final_EditFile applies, setting
      *the same per-field flags.  The duplicate-invoice checks, the
      *closed-period check and the header/detail and split-tender
      *balance proofs are left to the next Final_EditFile run,
      *which holds the register and sees the whole resubmitted
      *invoice group together.
       400-Validate-Record.
           perform 410-Check-Trans-Code.
           perform 420-Check-Trans-Amt.
           perform 460-Check-SKU.
           perform 470-Check-Trans-Date.
           perform 480-Check-Quantity.
           perform 485-Check-Salesperson.
           perform 490-Check-Exempt-Cert.
           perform 495-Check-Exchange-Rate.

      *************************************************************


      *************************************************************

      *A transfer's payment type is its direction, 'SH' or 'RC'.
      *'SP' (split tender) is good only on a sale, layaway or void
      *invoice and its item lines - a tender line must name one
      *real payment type.
       430-Check-Pay-Type.
           if cr-trans-xfer
               if cr-type-xfer
                   move 0 to ws-notify-pay-type
               else
                   move 1 to ws-notify-pay-type
               end-if
           else
           if cr-type-valid then
               move 0 to ws-notify-pay-type
           else
               if cr-type-split and not cr-tender-rec and
                 (cr-trans-code = 'S' or cr-trans-code = 'L' or
                  cr-trans-code = 'V')
                   move 0 to ws-notify-pay-type
               else
                   move 1 to ws-notify-pay-type
               end-if
           end-if
           end-if.

      *************************************************************

      *A transfer's other store must be active too, and not the same
      *store as the one keying the record
       440-Check-Store-Number.
           move cr-store-num to ws-store-search-num.
           perform 445-Search-Store-Master.
           if ws-store-found = 1 and
             ws-store-tbl-is-active(ws-store-match-idx) then
           else
               move 1 to ws-notify-store-num
           end-if.
           if cr-trans-xfer
               if cr-xfer-other-store is numeric and
                 cr-xfer-other-store not = cr-store-num
                   move cr-xfer-other-store to ws-store-search-num
                   perform 445-Search-Store-Master
                   if ws-store-found = 0 or
                     not ws-store-tbl-is-active(ws-store-match-idx)
                       move 1 to ws-notify-store-num
                   end-if
               else
                   move 1 to ws-notify-store-num
               end-if
           end-if.

      *************************************************************

      *************************************************************

       446-Search-Store-Loop.
           if ws-store-search-num is numeric and
             ws-store-tbl-num(ws-store-idx) = ws-store-search-num
               move 1            to ws-store-found
               move ws-store-idx to ws-store-match-idx
           else

       460-Check-SKU.
           if cr-Sku-Code = spaces then
               if cr-detail-rec or cr-trans-xfer
                   move 1 to ws-notify-sku
                   move 0 to ws-notify-sku-nf
               else
      *Same item-quantity rule the edit applies: a detail line must
      *say how many units it moved; anything else may leave it blank
       480-Check-Quantity.
           if (cr-detail-rec or cr-trans-xfer) and
             (cr-quantity not numeric or cr-quantity = 0)
               move 1 to ws-notify-quantity
           else
               move 0 to ws-notify-quantity
           end-if.

      *************************************************************

      *Same salesperson rule the edit applies: a sale or layaway
      *header must name an active salesperson of the selling store;
      *a return, void or exchange may name the clerk, who must then
      *be on file.  Item and tender lines ride on their header, and
      *a transfer carries the other store in these bytes.
       485-Check-Salesperson.
           move 0 to ws-notify-salesperson.
           move 0 to ws-notify-slsp-missing.
           if not cr-invoice-line and not cr-trans-xfer
               if cr-trans-code = 'S' or cr-trans-code = 'L'
                   if cr-salesperson is numeric and cr-salesperson > 0
                       perform 488-Match-Salesperson
                   else
                       move 1 to ws-notify-salesperson
                       move 1 to ws-notify-slsp-missing
                   end-if
               else
                   if cr-salesperson-x not = spaces
                       if cr-salesperson is numeric
                           perform 488-Match-Salesperson
                       else
                           move 1 to ws-notify-salesperson
                           move 1 to ws-notify-slsp-missing
                       end-if
                   end-if
               end-if
           end-if.

      *************************************************************

       488-Match-Salesperson.
           move cr-salesperson to ws-emp-search-key.
           perform 486-Search-Employee-Master.
           if ws-emp-found = 0
               move 1 to ws-notify-salesperson
           else
               if not ws-emp-tbl-is-active(ws-emp-match-idx) or
                 ws-emp-tbl-store(ws-emp-match-idx) not = cr-store-num
                   move 1 to ws-notify-salesperson
               end-if
           end-if.

      *************************************************************

      *Bisects the key-ordered employee table for ws-emp-search-key,
      *leaving the slot a new salesperson belongs in when not found
       486-Search-Employee-Master.
           move 0 to ws-emp-found.
           move 1 to ws-bs-lo.
           move ws-emp-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 487-Search-Employee-Step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.

      *************************************************************

       487-Search-Employee-Step.
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

      *************************************************************

      *Same certificate rule the edit applies: a certificate quoted
      *on an invoice header must be on the certificate master and
      *still good on the transaction date.  Item and tender lines
      *ride on their header's certificate.
       490-Check-Exempt-Cert.
           move 0 to ws-notify-cert.
           move 0 to ws-notify-cert-expired.
           if not cr-invoice-line and cr-exempt-cert not = spaces
               move cr-exempt-cert to ws-cert-search-key
               perform 491-Search-Cert-Master
               if ws-cert-found = 0
                   move 1 to ws-notify-cert
               else
                   if cr-trans-date is numeric and
                     cr-trans-date >
                       ws-cert-tbl-expiry(ws-cert-match-idx)
                       move 1 to ws-notify-cert
                       move 1 to ws-notify-cert-expired
                   end-if
               end-if
           end-if.

      *************************************************************

      *Bisects the key-ordered certificate table for
      *ws-cert-search-key, leaving the slot a new certificate belongs
      *in when not found
       491-Search-Cert-Master.
           move 0 to ws-cert-found.
           move 1 to ws-bs-lo.
           move ws-cert-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 492-Search-Cert-Step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.

      *************************************************************

       492-Search-Cert-Step.
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

      *************************************************************

      *Same US cash rule the edit applies: a US cash header, tender
      *line or refund needs a till rate on file for its date, the US
      *dollars on the record, and a Canadian amount within a cent of
      *those dollars at that rate.  Item lines ride on their header.
       495-Check-Exchange-Rate.
           move 0 to ws-notify-rate.
           move 0 to ws-notify-rate-missing.
           if cr-type-us-cash and not cr-detail-rec
               move 0 to ws-rate-found
               if cr-trans-date is numeric
                   move cr-trans-date to ws-rate-search-key
                   perform 496-Search-Rate-Table
               end-if
               if ws-rate-found = 0
                   move 1 to ws-notify-rate
                   move 1 to ws-notify-rate-missing
               else
                   if cr-foreign-amt-x is not numeric or
                     cr-trans-amt is not numeric
                       move 1 to ws-notify-rate
                   else
                       if cr-foreign-amt = 0
                           move 1 to ws-notify-rate
                       else
                           compute ws-rate-cad-work rounded =
                             cr-foreign-amt *
                             ws-rate-tbl-till(ws-rate-match-idx)
                           compute ws-rate-diff =
                             cr-trans-amt - ws-rate-cad-work
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

      *************************************************************

      *Bisects the date-ordered rate table for ws-rate-search-key,
      *leaving the slot a new date belongs in when not found
       496-Search-Rate-Table.
           move 0 to ws-rate-found.
           move 1 to ws-bs-lo.
           move ws-rate-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 497-Search-Rate-Step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.

      *************************************************************

       497-Search-Rate-Step.
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

      *************************************************************

       472-Age-Trans-Date.
             ws-notify-inv-num = 0     and ws-notify-sku = 0       and
             ws-notify-trans-date = 0  and
             ws-notify-trans-overflow = 0 and
             ws-notify-quantity = 0    and
             ws-notify-salesperson = 0 and ws-notify-cert = 0    and
             ws-notify-rate = 0 then
               write resubmission-line from ws-candidate-rec
               move "R" to ws-inval-tbl-disp(ws-invalid-idx)
               add 1 to ws-total-corrected
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

      *************************************************************

      *Rewrites Invalid-Data.dat without the records that went to
