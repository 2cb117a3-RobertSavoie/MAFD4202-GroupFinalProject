       identification division.

      *Program:    Promotion_Results
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Promotion results for merchandising, so a sale
      *            week can be judged on what it actually sold.  For
      *            each promotion on Promotion-Master.dat it totals
      *            the units and dollars rung on the promoted SKU
      *            (or every SKU in the promoted department) at the
      *            promoted store (or chain-wide) inside the
      *            promotion window, and over the same number of
      *            days just before it, and prints the change.  The
      *            S-L data is pulled through Archive-Catalog.dat,
      *            plus the live file for the day not yet archived.
      *            A promotion still running is measured up to
      *            today against an equally short prior window.
      *            Promotion-Results-Request.dat may name a single
      *            promotion code; with no request on file every
      *            promotion that has started is reported.
      *            Daily_Run_Driver runs it on the last business
      *            day of the period.

       program-id. Promotion_Results.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The promotion asked for, one line; optional
       select request-file
           assign to "../../../../data/Promotion-Results-Request.dat"
           organization is line sequential
           file status is ws-request-status.
      *
      *Every promotion with what it covers, when and at what price
       select promotion-master-file
           assign to "../../../../data/Promotion-Master.dat"
           organization is line sequential
           file status is ws-promo-status.
      *
      *The product master, for the department each SKU sits in
       select sku-master-file
           assign to "../../../../data/SKU-Master.dat"
           organization is line sequential
           file status is ws-sku-status.
      *
       select archive-catalog-file
           assign to "../../../../data/Archive-Catalog.dat"
           organization is line sequential
           file status is ws-catalog-status.
      *
      *One data file being scanned - an archived copy or a live one,
      *whichever name is loaded before the open
       select history-file
           assign to ws-history-file-name
           organization is line sequential
           file status is ws-history-status.
      *
       select report-file
           assign to "../../../../output/Promotion-Results.out"
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
      *the one promotion to report; blank reports them all
       fd request-file
           data record is request-line
           record contains 8 characters.
      *
       01 request-line.
           05 prq-promo-code           pic x(8).
      *
      *one promotion: a single SKU, or every SKU in a department
      *when the SKU is blank; one store, or the chain when the
      *store is 00; start and end dates both included
       fd promotion-master-file
           data record is promotion-master-line
           record contains 76 characters.
      *
       01 promotion-master-line.
           05 prm-promo-code           pic x(8).
           05 prm-sku-code             pic x(15).
           05 prm-dept-code            pic x(4).
           05 prm-store-num            pic 99.
           05 prm-start-date.
               10 prm-start-year       pic 9(4).
               10 prm-start-month      pic 99.
               10 prm-start-day        pic 99.
           05 prm-start-date-num redefines prm-start-date
                                       pic 9(8).
           05 prm-end-date.
               10 prm-end-year         pic 9(4).
               10 prm-end-month        pic 99.
               10 prm-end-day          pic 99.
           05 prm-end-date-num redefines prm-end-date
                                       pic 9(8).
           05 prm-promo-price          pic 9(5)v99.
           05 prm-pct-off              pic 99v99.
           05 prm-description          pic x(20).
      *
      *one product
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
           05 hst-trans-date           pic 9(8).
           05 hst-rec-type             pic x.
               88 hst-detail-rec       value 'D'.
               88 hst-tender-rec       value 'P'.
           05 hst-quantity             pic 9(3).
           05 filler                   pic x(30).
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
           05 filler                   pic x(38)   value spaces.
           05 filler                   pic x(24)   value
                                       "Promotion Results Report".
           05 filler                   pic x(38)   value spaces.
      *
       01 ws-promo-rule.
           05 filler                   pic x(84)   value all "-".
           05 filler                   pic x(16)   value spaces.
      *
       01 ws-promo-head1.
           05 filler                   pic x(12)   value
                                       "Promotion : ".
           05 ws-ph-disp-code          pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-ph-disp-desc          pic x(20).
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(8)    value "Store : ".
           05 ws-ph-disp-store         pic x(10).
           05 filler                   pic x(4)    value spaces.
           05 ws-ph-disp-status        pic x(11).
           05 filler                   pic x(21)   value spaces.
      *
       01 ws-promo-head2.
           05 filler                   pic x(12)   value
                                       "Applies To: ".
           05 ws-ph-disp-scope         pic x(5).
           05 ws-ph-disp-item          pic x(15).
           05 filler                   pic x(14)   value spaces.
           05 filler                   pic x(8)    value "Offer : ".
           05 ws-ph-disp-offer-label   pic x(13).
           05 ws-ph-disp-offer         pic zz,zz9.99.
           05 filler                   pic x(24)   value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(20)   value spaces.
           05 filler                   pic x(12)   value "From".
           05 filler                   pic x(12)   value "To".
           05 filler                   pic x(10)   value "Days".
           05 filler                   pic x(12)   value "      Units".
           05 filler                   pic x(18)   value
                                       "           Dollars".
           05 filler                   pic x(16)   value spaces.
      *
       01 ws-window-line.
           05 ws-wl-disp-label         pic x(20).
           05 ws-wl-disp-from          pic 9999/99/99.
           05 filler                   pic x(2)    value spaces.
           05 ws-wl-disp-to            pic 9999/99/99.
           05 filler                   pic x(2)    value spaces.
           05 ws-wl-disp-days          pic zzz9.
           05 filler                   pic x(6)    value spaces.
           05 ws-wl-disp-units         pic -zzz,zz9.
           05 filler                   pic x(4)    value spaces.
           05 ws-wl-disp-dollars       pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(17)   value spaces.
      *
       01 ws-change-line.
           05 ws-cl-disp-label         pic x(20).
           05 filler                   pic x(34)   value spaces.
           05 ws-cl-disp-units         pic x(12).
           05 filler                   pic x(4)    value spaces.
           05 ws-cl-disp-dollars       pic x(17).
           05 filler                   pic x(13)   value spaces.
      *
       01 ws-change-amounts.
           05 ws-cl-units-edit         pic -zzz,zz9.
           05 ws-cl-dollars-edit       pic -z,zzz,zzz,zz9.99.
           05 ws-cl-pct-edit           pic -zzzz9.9.
      *
       01 ws-result-line.
           05 filler                   pic x(20)   value "Result".
           05 ws-rl-disp-text          pic x(50).
           05 filler                   pic x(30)   value spaces.
      *
       01 ws-summary-title.
           05 filler                   pic x(30)   value
                                       "Promotion Summary:".
           05 filler                   pic x(70)   value spaces.
      *
       01 ws-summary-count-line.
           05 filler                   pic x(4)    value spaces.
           05 ws-sum-disp-label        pic x(36).
           05 filler                   pic x(5)    value spaces.
           05 ws-sum-disp-count        pic zzzz9.
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-no-promo-line.
           05 filler                   pic x(50)   value
                     "NO PROMOTIONS ON FILE HAVE STARTED - NOTHING TO ".
           05 filler                   pic x(50)   value "REPORT".
      *
       01 ws-no-master-line.
           05 filler                   pic x(55)   value
               "PROMOTION MASTER NOT ON FILE - NO RESULTS PRINTED".
           05 filler                   pic x(45)   value spaces.
      *
      *result wording
       77 ws-txt-paid-off              pic x(50)   value
                     "PAID OFF - DOLLARS UP ON THE PRIOR WINDOW".
       77 ws-txt-not-paid              pic x(50)   value
                     "DID NOT PAY OFF - DOLLARS FLAT OR DOWN".
       77 ws-txt-no-prior              pic x(50)   value
                     "NO SALES IN THE PRIOR WINDOW TO COMPARE AGAINST".
       77 ws-txt-not-applicable        pic x(8)    value
                                       "     N/A".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-promo-status          pic xx      value "00".
           05 ws-sku-status            pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
      *
      *the promotion asked for and today's date, which caps a
      *promotion still running
       01 ws-request-control.
           05 ws-request-code          pic x(8)    value spaces.
           05 ws-today-num             pic 9(8)    value 0.
      *
      *the calendar day being stepped - forward over a window,
      *backward to find the prior window, forward over the scan
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
           05 ws-walk-steps            pic 9(5)    value 0.
      *
      *every promotion being reported, with both windows and what
      *sold in each
       01 ws-promo-table.
           05 ws-promo-entry           occurs 500 times
                                       indexed by ws-promo-idx.
               10 ws-promo-tbl-code       pic x(8).
               10 ws-promo-tbl-sku        pic x(15).
               10 ws-promo-tbl-dept       pic x(4).
               10 ws-promo-tbl-store      pic 99.
               10 ws-promo-tbl-price      pic 9(5)v99.
               10 ws-promo-tbl-pct        pic 99v99.
               10 ws-promo-tbl-desc       pic x(20).
               10 ws-promo-tbl-start      pic 9(8).
               10 ws-promo-tbl-end        pic 9(8).
               10 ws-promo-tbl-running    pic x.
               10 ws-promo-tbl-days       pic 9(5).
               10 ws-promo-tbl-prior-start pic 9(8).
               10 ws-promo-tbl-prior-end  pic 9(8).
               10 ws-promo-tbl-units      pic 9(9).
               10 ws-promo-tbl-dollars    pic 9(11)v99.
               10 ws-promo-tbl-prior-units pic 9(9).
               10 ws-promo-tbl-prior-dollars pic 9(11)v99.
      *
       01 ws-promo-control.
           05 ws-promo-count           pic 9(4)    value 0.
           05 ws-promo-eof-flag        pic x       value "n".
           05 ws-promo-master-flag     pic x       value "n".
               88 ws-promo-master-found    value "y".
           05 ws-promo-bad-lines       pic 9(5)    value 0.
           05 ws-promo-not-started     pic 9(5)    value 0.
           05 ws-promo-sub             pic 9(4)    value 0.
      *
       77 ws-promo-max                 pic 9(4)    value 500.
      *
      *longest promotion window measured, in days
       77 ws-window-max-days           pic 9(5)    value 366.
      *
      *the whole span the scan has to cover: the earliest prior
      *window start through the latest promotion window end
       01 ws-scan-range.
           05 ws-range-start           pic 9(8)    value 99999999.
           05 ws-range-end             pic 9(8)    value 0.
      *
      *the product master in code order, so each line's department
      *can be bisected
       01 ws-sku-table.
           05 ws-sku-entry             occurs 20001 times
                                       indexed by ws-sku-idx.
               10 ws-sku-tbl-code         pic x(15).
               10 ws-sku-tbl-dept         pic x(4).
      *
       01 ws-sku-control.
           05 ws-sku-count             pic 9(6)    value 0.
           05 ws-sku-found             pic 9       value 0.
           05 ws-sku-match-idx         pic 9(6)    value 0.
           05 ws-sku-eof-flag          pic x       value "n".
           05 ws-sku-search-key        pic x(15)   value spaces.
      *
       77 ws-sku-max                   pic 9(6)    value 20000.
      *
      *the catalog of archived files, loaded once at startup
       01 ws-catalog-table.
           05 ws-cat-entry             occurs 2000 times
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
      *
      *the one archived copy chosen for the day in hand - the latest
      *same-day copy wins when a day was run more than once
       01 ws-pick-control.
           05 ws-pick-name             pic x(20)   value spaces.
           05 ws-pick-best-idx         pic 9(4)    value 0.
           05 ws-pick-best-time        pic 9(6)    value 0.
      *    whether a late store's catch-up copy is its latest for
      *    the day, and the entry it is being compared against
           05 ws-pick-latest           pic 9       value 0.
           05 ws-cmp-idx               pic 9(4)    value 0.
           05 ws-scan-live-flag        pic x       value "n".
      *
      *every business date an archive covered, in date order as the
      *scan walks forward, so the live-file sweep can bisect it and
      *leave a covered day alone
       01 ws-covered-table.
           05 ws-covered-entry         occurs 3000 times
                                       indexed by ws-covered-idx.
               10 ws-covered-tbl-date     pic 9(8).
      *
       01 ws-covered-control.
           05 ws-covered-count         pic 9(4)    value 0.
           05 ws-covered-found         pic 9       value 0.
           05 ws-covered-search-key    pic 9(8)    value 0.
      *
       77 ws-covered-max               pic 9(4)    value 3000.
      *
      *tracks whichever data file is being scanned
       01 ws-history-control.
           05 ws-history-file-name     pic x(60)   value spaces.
           05 ws-history-eof-flag      pic x       value "n".
      *
      *the item line in hand: its department and units
       01 ws-line-work.
           05 ws-line-dept             pic x(4)    value spaces.
           05 ws-line-units            pic 9(3)    value 0.
      *
      *shared workspace for the bisecting searches and in-place
      *inserts
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
      *change arithmetic and run totals
       01 ws-results-math.
           05 ws-change-units          pic s9(9)     value 0.
           05 ws-change-dollars        pic s9(11)v99 value 0.
           05 ws-change-pct            pic s9(5)v9   value 0.
           05 ws-promos-reported       pic 9(5)      value 0.
           05 ws-promos-paid-off       pic 9(5)      value 0.
           05 ws-promos-not-paid       pic 9(5)      value 0.
           05 ws-promos-no-prior       pic 9(5)      value 0.
           05 ws-promos-running        pic 9(5)      value 0.
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
           perform 30-read-request.
           perform 150-print-page-headings.
           perform 40-load-promotions.
           if not ws-promo-master-found
               write output-line
                 from ws-no-master-line
                 after advancing 1 line
               move 4 to return-code
           else
               if ws-promo-count = 0
                   write output-line
                     from ws-no-promo-line
                     after advancing 1 line
               else
                   perform 60-load-sku-master
                   perform 50-load-catalog
                   perform 100-set-windows
                     varying ws-promo-sub from 1 by 1
                     until ws-promo-sub > ws-promo-count
                   perform 200-scan-range
                   perform 300-print-results
                     varying ws-promo-sub from 1 by 1
                     until ws-promo-sub > ws-promo-count
               end-if
               perform 350-print-summary
      *        a promotion line nobody could read is left off the
      *        report, and merchandising needs to hear about it
               if ws-promo-bad-lines > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
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
      *
      *************************************************************
      *reads the promotion asked for; with no request on file every
      *promotion that has started is reported
       30-read-request.
           accept ws-system-date from date YYYYMMDD.
           move ws-system-date to ws-today-num.
           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       move prq-promo-code to ws-request-code
               end-read
               close request-file
           end-if.
      *
      *************************************************************
      *loads the promotions to report.  One not yet started has no
      *results to show; one with unreadable dates or nothing to
      *apply to is counted and left off.
       40-load-promotions.
           open input promotion-master-file.
           if ws-promo-status = "00"
               move "y" to ws-promo-master-flag
               perform 41-read-promotion
                 until ws-promo-eof-flag = "y"
               close promotion-master-file
           end-if.
      *
       41-read-promotion.
           read promotion-master-file
               at end
                   move "y" to ws-promo-eof-flag
           end-read.
           if ws-promo-eof-flag not = "y"
               if ws-request-code = spaces or
                 ws-request-code = prm-promo-code
                   perform 42-check-promotion
               end-if
           end-if.
      *
       42-check-promotion.
           if prm-start-date-num is not numeric or
             prm-end-date-num is not numeric or
             prm-start-month < 1 or prm-start-month > 12 or
             prm-start-day < 1 or prm-start-day > 31 or
             prm-end-month < 1 or prm-end-month > 12 or
             prm-end-day < 1 or prm-end-day > 31 or
             prm-start-date-num > prm-end-date-num or
             prm-store-num is not numeric or
             (prm-sku-code = spaces and prm-dept-code = spaces)
               add 1 to ws-promo-bad-lines
           else
               if prm-start-date-num > ws-today-num
                   add 1 to ws-promo-not-started
               else
                   perform 43-add-promotion
               end-if
           end-if.
      *
       43-add-promotion.
           if ws-promo-count >= ws-promo-max
               move "PROMOTION TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           add 1 to ws-promo-count.
           move prm-promo-code  to ws-promo-tbl-code(ws-promo-count).
           move prm-sku-code    to ws-promo-tbl-sku(ws-promo-count).
           move prm-dept-code   to ws-promo-tbl-dept(ws-promo-count).
           move prm-store-num   to ws-promo-tbl-store(ws-promo-count).
           move prm-description to ws-promo-tbl-desc(ws-promo-count).
           move prm-start-date-num to
                                 ws-promo-tbl-start(ws-promo-count).
           move prm-end-date-num   to
                                 ws-promo-tbl-end(ws-promo-count).
           if prm-promo-price is numeric
               move prm-promo-price to
                                 ws-promo-tbl-price(ws-promo-count)
           else
               move 0 to ws-promo-tbl-price(ws-promo-count)
           end-if.
           if prm-pct-off is numeric
               move prm-pct-off to ws-promo-tbl-pct(ws-promo-count)
           else
               move 0 to ws-promo-tbl-pct(ws-promo-count)
           end-if.
      *    a promotion still running is measured up to today
           if prm-end-date-num > ws-today-num
               move ws-today-num to ws-promo-tbl-end(ws-promo-count)
               move "y" to ws-promo-tbl-running(ws-promo-count)
           else
               move "n" to ws-promo-tbl-running(ws-promo-count)
           end-if.
           move 0 to ws-promo-tbl-units(ws-promo-count).
           move 0 to ws-promo-tbl-dollars(ws-promo-count).
           move 0 to ws-promo-tbl-prior-units(ws-promo-count).
           move 0 to ws-promo-tbl-prior-dollars(ws-promo-count).
      *
      *************************************************************
       44-find-days-in-walk-month.
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
      *moves the walk date on one calendar day
       46-step-walk-forward.
           perform 44-find-days-in-walk-month.
           add 1 to ws-walk-day.
           if ws-walk-day > ws-walk-max-day
               move 1 to ws-walk-day
               add 1 to ws-walk-month
               if ws-walk-month > 12
                   move 1 to ws-walk-month
                   add 1 to ws-walk-year
               end-if
           end-if.
           add 1 to ws-walk-steps.
      *
      *moves the walk date back one calendar day
       47-step-walk-back.
           if ws-walk-day > 1
               subtract 1 from ws-walk-day
           else
               if ws-walk-month > 1
                   subtract 1 from ws-walk-month
               else
                   move 12 to ws-walk-month
                   subtract 1 from ws-walk-year
               end-if
               perform 44-find-days-in-walk-month
               move ws-walk-max-day to ws-walk-day
           end-if.
           add 1 to ws-walk-steps.
      *
      *************************************************************
      *loads the archive catalog into the table; a site with no
      *archives yet works off the live file alone
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
               if ws-catalog-count >= 2000
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
      *loads the product master into the table in code order
       60-load-sku-master.
           open input sku-master-file.
           if ws-sku-status = "00"
               perform 61-read-sku-master
                 until ws-sku-eof-flag = "y"
               close sku-master-file
           end-if.
      *
       61-read-sku-master.
           read sku-master-file
               at end
                   move "y" to ws-sku-eof-flag
           end-read.
           if ws-sku-eof-flag not = "y"
               move skm-sku-code to ws-sku-search-key
               perform 65-search-skus
               if ws-sku-found = 0
                   perform 62-insert-sku-entry
               end-if
           end-if.
      *
      *slides the tail of the sku table down one and drops the new
      *code into its key-ordered place
       62-insert-sku-entry.
           if ws-sku-count >= ws-sku-max
               move "SKU MASTER TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-sku-count to ws-bs-shift-idx.
           perform 63-shift-sku-entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move skm-sku-code  to ws-sku-tbl-code(ws-bs-insert-at).
           move skm-dept-code to ws-sku-tbl-dept(ws-bs-insert-at).
           add 1 to ws-sku-count.
      *
       63-shift-sku-entry.
           move ws-sku-entry(ws-bs-shift-idx) to
             ws-sku-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *bisects the sku table for ws-sku-search-key, leaving the slot
      *a new code belongs in when not found
       65-search-skus.
           move 0 to ws-sku-found.
           move 1 to ws-bs-lo.
           move ws-sku-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 66-search-skus-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       66-search-skus-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-sku-tbl-code(ws-bs-mid) = ws-sku-search-key
                   move 1         to ws-sku-found
                   move ws-bs-mid to ws-sku-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-sku-tbl-code(ws-bs-mid) < ws-sku-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *counts the days in one promotion's window and steps back
      *from its start the same number of days for the prior window;
      *a window longer than a year is measured over its first year
       100-set-windows.
           move ws-promo-tbl-start(ws-promo-sub) to ws-walk-date-num.
           move 1 to ws-walk-steps.
           perform 46-step-walk-forward
             until ws-walk-date-num > ws-promo-tbl-end(ws-promo-sub)
                or ws-walk-steps > ws-window-max-days.
           if ws-walk-date-num <= ws-promo-tbl-end(ws-promo-sub)
               perform 47-step-walk-back
               move ws-walk-date-num to
                                 ws-promo-tbl-end(ws-promo-sub)
               move ws-window-max-days to
                                 ws-promo-tbl-days(ws-promo-sub)
           else
               compute ws-promo-tbl-days(ws-promo-sub) =
                 ws-walk-steps - 1
           end-if.
      *
           move ws-promo-tbl-start(ws-promo-sub) to ws-walk-date-num.
           perform 47-step-walk-back.
           move ws-walk-date-num to
                                 ws-promo-tbl-prior-end(ws-promo-sub).
           move 1 to ws-walk-steps.
           perform 47-step-walk-back
             until ws-walk-steps > ws-promo-tbl-days(ws-promo-sub).
           perform 46-step-walk-forward.
           move ws-walk-date-num to
                               ws-promo-tbl-prior-start(ws-promo-sub).
      *
           if ws-promo-tbl-prior-start(ws-promo-sub) < ws-range-start
               move ws-promo-tbl-prior-start(ws-promo-sub) to
                                                   ws-range-start
           end-if.
           if ws-promo-tbl-end(ws-promo-sub) > ws-range-end
               move ws-promo-tbl-end(ws-promo-sub) to ws-range-end
           end-if.
      *
      *************************************************************
      *walks every day of the range taking the latest archived S-L
      *copy of each, then sweeps the live file for whatever day has
      *not been archived yet (normally just the newest one)
       200-scan-range.
           move "S-L-Data.dat" to ws-pick-name.
           move ws-range-start to ws-walk-date-num.
           perform 210-scan-one-day
             until ws-walk-date-num > ws-range-end.
      *
           move "y" to ws-scan-live-flag.
           move "../../../../data/S-L-Data.dat"
                                       to ws-history-file-name.
           perform 240-scan-one-file.
           move "n" to ws-scan-live-flag.
      *
       210-scan-one-day.
           perform 220-pick-and-scan-archive.
           if ws-pick-best-idx > 0
               if ws-covered-count >= ws-covered-max
                   move "COVERED DAYS TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-covered-count
               move ws-walk-date-num to
                                 ws-covered-tbl-date(ws-covered-count)
           end-if.
           perform 46-step-walk-forward.
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
      *reads every item line of the named file that falls in the
      *range: a detail line, or the old standalone shape carrying
      *its SKU on the record itself
       240-scan-one-file.
           move "n" to ws-history-eof-flag.
           open input history-file.
           if ws-history-status = "00"
               perform 250-read-history-record
                 until ws-history-eof-flag = "y"
               close history-file
           end-if.
      *
       250-read-history-record.
           read history-file
               at end
                   move "y" to ws-history-eof-flag
           end-read.
           if ws-history-eof-flag not = "y" and not hst-tender-rec
             and hst-sku not = spaces
             and (hst-trans-code = "S" or hst-trans-code = "L")
               if hst-trans-date is numeric and
                 hst-trans-date >= ws-range-start and
                 hst-trans-date <= ws-range-end
                   perform 260-bucket-one-record
               end-if
           end-if.
      *
      *on the live-file sweep a day already covered by an archive is
      *skipped so a re-run's copy is never counted twice
       260-bucket-one-record.
           move 0 to ws-covered-found.
           if ws-scan-live-flag = "y"
               move hst-trans-date to ws-covered-search-key
               perform 265-search-covered
           end-if.
           if ws-covered-found = 0
               move hst-sku to ws-sku-search-key
               perform 65-search-skus
               if ws-sku-found = 1
                   move ws-sku-tbl-dept(ws-sku-match-idx) to
                                                   ws-line-dept
               else
                   move spaces to ws-line-dept
               end-if
               if hst-quantity is numeric and hst-quantity > 0
                   move hst-quantity to ws-line-units
               else
                   move 1 to ws-line-units
               end-if
               perform 270-credit-one-promo
                 varying ws-promo-idx from 1 by 1
                 until ws-promo-idx > ws-promo-count
           end-if.
      *
      *bisects the covered-days table for ws-covered-search-key
       265-search-covered.
           move 1 to ws-bs-lo.
           move ws-covered-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 266-search-covered-step
             until ws-bs-done = "y".
      *
       266-search-covered-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-covered-tbl-date(ws-bs-mid) =
                 ws-covered-search-key
                   move 1   to ws-covered-found
                   move "y" to ws-bs-done
               else
                   if ws-covered-tbl-date(ws-bs-mid) <
                     ws-covered-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *a line counts toward a promotion when it is the promoted SKU
      *(or in the promoted department) at the promoted store (or
      *anywhere for a chain-wide one), in either window
       270-credit-one-promo.
           if (ws-promo-tbl-store(ws-promo-idx) = 0 or
               ws-promo-tbl-store(ws-promo-idx) = hst-store-num) and
             ((ws-promo-tbl-sku(ws-promo-idx) not = spaces and
               ws-promo-tbl-sku(ws-promo-idx) = hst-sku) or
              (ws-promo-tbl-sku(ws-promo-idx) = spaces and
               ws-promo-tbl-dept(ws-promo-idx) = ws-line-dept))
               if hst-trans-date >= ws-promo-tbl-start(ws-promo-idx)
                 and hst-trans-date <= ws-promo-tbl-end(ws-promo-idx)
                   add ws-line-units to
                     ws-promo-tbl-units(ws-promo-idx)
                   add hst-trans-amt to
                     ws-promo-tbl-dollars(ws-promo-idx)
               end-if
               if hst-trans-date >=
                 ws-promo-tbl-prior-start(ws-promo-idx) and
                 hst-trans-date <= ws-promo-tbl-prior-end(ws-promo-idx)
                   add ws-line-units to
                     ws-promo-tbl-prior-units(ws-promo-idx)
                   add hst-trans-amt to
                     ws-promo-tbl-prior-dollars(ws-promo-idx)
               end-if
           end-if.
      *
      *************************************************************
      *one block per promotion: both windows, the change, and
      *whether the promotion paid off in dollars
       300-print-results.
           add 1 to ws-promos-reported.
           write output-line
             from ws-promo-rule
             after advancing 2 lines.
           move ws-promo-tbl-code(ws-promo-sub) to ws-ph-disp-code.
           move ws-promo-tbl-desc(ws-promo-sub) to ws-ph-disp-desc.
           if ws-promo-tbl-store(ws-promo-sub) = 0
               move "CHAIN-WIDE" to ws-ph-disp-store
           else
               move spaces to ws-ph-disp-store
               move ws-promo-tbl-store(ws-promo-sub) to
                                                 ws-ph-disp-store(1:2)
           end-if.
           if ws-promo-tbl-running(ws-promo-sub) = "y"
               move "IN PROGRESS" to ws-ph-disp-status
               add 1 to ws-promos-running
           else
               move "ENDED"       to ws-ph-disp-status
           end-if.
           write output-line from ws-promo-head1.
           if ws-promo-tbl-sku(ws-promo-sub) not = spaces
               move "SKU  " to ws-ph-disp-scope
               move ws-promo-tbl-sku(ws-promo-sub) to ws-ph-disp-item
           else
               move "DEPT " to ws-ph-disp-scope
               move ws-promo-tbl-dept(ws-promo-sub) to ws-ph-disp-item
           end-if.
           if ws-promo-tbl-price(ws-promo-sub) > 0
               move "Promo Price  " to ws-ph-disp-offer-label
               move ws-promo-tbl-price(ws-promo-sub) to
                                                 ws-ph-disp-offer
           else
               move "Percent Off  " to ws-ph-disp-offer-label
               move ws-promo-tbl-pct(ws-promo-sub) to
                                                 ws-ph-disp-offer
           end-if.
           write output-line from ws-promo-head2.
           write output-line from ws-promo-rule.
           write output-line
             from ws-column-heading
             after advancing 1 line.
      *
           move "Promotion Window" to ws-wl-disp-label.
           move ws-promo-tbl-start(ws-promo-sub)   to ws-wl-disp-from.
           move ws-promo-tbl-end(ws-promo-sub)     to ws-wl-disp-to.
           move ws-promo-tbl-days(ws-promo-sub)    to ws-wl-disp-days.
           move ws-promo-tbl-units(ws-promo-sub)   to ws-wl-disp-units.
           move ws-promo-tbl-dollars(ws-promo-sub) to
                                                 ws-wl-disp-dollars.
           write output-line from ws-window-line.
           move "Prior Window" to ws-wl-disp-label.
           move ws-promo-tbl-prior-start(ws-promo-sub) to
                                                 ws-wl-disp-from.
           move ws-promo-tbl-prior-end(ws-promo-sub) to ws-wl-disp-to.
           move ws-promo-tbl-prior-units(ws-promo-sub) to
                                                 ws-wl-disp-units.
           move ws-promo-tbl-prior-dollars(ws-promo-sub) to
                                                 ws-wl-disp-dollars.
           write output-line from ws-window-line.
      *
           subtract ws-promo-tbl-prior-units(ws-promo-sub)
             from ws-promo-tbl-units(ws-promo-sub)
             giving ws-change-units.
           subtract ws-promo-tbl-prior-dollars(ws-promo-sub)
             from ws-promo-tbl-dollars(ws-promo-sub)
             giving ws-change-dollars.
           move "Change" to ws-cl-disp-label.
           move ws-change-units   to ws-cl-units-edit.
           move ws-cl-units-edit  to ws-cl-disp-units.
           move ws-change-dollars to ws-cl-dollars-edit.
           move ws-cl-dollars-edit to ws-cl-disp-dollars.
           write output-line from ws-change-line.
      *
           move "Change %" to ws-cl-disp-label.
           if ws-promo-tbl-prior-units(ws-promo-sub) > 0
               compute ws-change-pct rounded =
                 ws-change-units * 100 /
                 ws-promo-tbl-prior-units(ws-promo-sub)
                   on size error
                       move 99999.9 to ws-change-pct
               end-compute
               move ws-change-pct  to ws-cl-pct-edit
               move spaces         to ws-cl-disp-units
               move ws-cl-pct-edit to ws-cl-disp-units(1:8)
               move "%"            to ws-cl-disp-units(9:1)
           else
               move ws-txt-not-applicable to ws-cl-disp-units
           end-if.
           if ws-promo-tbl-prior-dollars(ws-promo-sub) > 0
               compute ws-change-pct rounded =
                 ws-change-dollars * 100 /
                 ws-promo-tbl-prior-dollars(ws-promo-sub)
                   on size error
                       move 99999.9 to ws-change-pct
               end-compute
               move ws-change-pct  to ws-cl-pct-edit
               move spaces         to ws-cl-disp-dollars
               move ws-cl-pct-edit to ws-cl-disp-dollars(9:8)
               move "%"            to ws-cl-disp-dollars(17:1)
           else
               move spaces to ws-cl-disp-dollars
               move ws-txt-not-applicable to ws-cl-disp-dollars(9:8)
           end-if.
           write output-line from ws-change-line.
      *
           if ws-promo-tbl-prior-dollars(ws-promo-sub) = 0
               move ws-txt-no-prior to ws-rl-disp-text
               add 1 to ws-promos-no-prior
           else
               if ws-change-dollars > 0
                   move ws-txt-paid-off to ws-rl-disp-text
                   add 1 to ws-promos-paid-off
               else
                   move ws-txt-not-paid to ws-rl-disp-text
                   add 1 to ws-promos-not-paid
               end-if
           end-if.
           write output-line
             from ws-result-line
             after advancing 2 lines.
      *
      *************************************************************
      *run totals
       350-print-summary.
           write output-line
             from ws-summary-title
             after advancing 3 lines.
           move "Promotions Reported"          to ws-sum-disp-label.
           move ws-promos-reported             to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "  Paid Off"                   to ws-sum-disp-label.
           move ws-promos-paid-off             to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "  Did Not Pay Off"            to ws-sum-disp-label.
           move ws-promos-not-paid             to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "  No Prior Sales To Compare"  to ws-sum-disp-label.
           move ws-promos-no-prior             to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "  Still In Progress"          to ws-sum-disp-label.
           move ws-promos-running              to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Promotions Not Yet Started"   to ws-sum-disp-label.
           move ws-promo-not-started           to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Promotion Lines Unreadable"   to ws-sum-disp-label.
           move ws-promo-bad-lines             to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
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
           move "Promotion_Results"    to adt-program-name.
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
               if not ws-promo-master-found
                   move "NO PROMOTION MASTER"   to adt-status-text
               else
                   if return-code = 0
                       move "COMPLETED"             to adt-status-text
                   else
                       move "UNREADABLE PROMOTIONS" to adt-status-text
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
           display "Promotion_Results: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Promotion_Results: RUN STOPPED - RAISE THE "
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
       end program Promotion_Results.
