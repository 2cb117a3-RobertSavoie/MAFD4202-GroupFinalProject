       identification division.

      *Program:    Consign_Settlement
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Month-end settlement for stock carried on
      *            consignment, so accounts payable no longer works
      *            out what each vendor is owed from the sales
      *            reports by hand.  Pulls the month's S-L, Return,
      *            and Void item lines through Archive-Catalog.dat
      *            (plus the live files for the day not yet
      *            archived) and totals them by SKU for every SKU
      *            the SKU master assigns to a consignment vendor.
      *            The vendor's share is its percentage of the net
      *            selling price - sales less returns and voids.
      *            Prints one statement per vendor on
      *            Vendor-Master.dat, SKU by SKU, and writes the
      *            accounts payable extract with the date each
      *            settlement falls due under the vendor's terms.
      *            The month is the one named on
      *            Consignment-Request.dat, or the current month
      *            when no request was left; Daily_Run_Driver runs
      *            it on the last business day of the period.

       program-id. Consign_Settlement.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The requested period, one line; optional
       select request-file
           assign to "../../../../data/Consignment-Request.dat"
           organization is line sequential
           file status is ws-request-status.
      *
      *Every consignment vendor with its settlement terms
       select vendor-master-file
           assign to "../../../../data/Vendor-Master.dat"
           organization is line sequential
           file status is ws-vendor-status.
      *
      *The product master, for each SKU's vendor and share
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
           assign to "../../../../output/Consignment-Statements.out"
           organization is line sequential.
      *
      *One line per vendor settled, for accounts payable to load
       select ap-extract-file
           assign to "../../../../data/Consignment-AP.dat"
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
      *the year and month being settled
       fd request-file
           data record is request-line
           record contains 6 characters.
      *
       01 request-line.
           05 csq-year                 pic 9(4).
           05 csq-month                pic 99.
      *
      *one consignment vendor: number, name, and the days after
      *month end its settlement is payable
       fd vendor-master-file
           data record is vendor-master-line
           record contains 29 characters.
      *
       01 vendor-master-line.
           05 vnd-vendor-num           pic x(6).
           05 vnd-vendor-name          pic x(20).
           05 vnd-terms-days           pic 9(3).
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
           05 hst-trans-date.
               10 hst-trans-yyyymm     pic 9(6).
               10 hst-trans-dd         pic 99.
           05 hst-rec-type             pic x.
               88 hst-header-rec       value 'H'.
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
      *one vendor's month: the net consignment sales and the share
      *owed to the vendor ('D') or recovered from it ('C') when
      *more came back than was sold, due on the terms date
       fd ap-extract-file
           data record is ap-extract-line
           record contains 68 characters.
      *
       01 ap-extract-line.
           05 cax-vendor-num           pic x(6).
           05 cax-vendor-name          pic x(20).
           05 cax-period               pic 9(6).
           05 cax-due-date             pic 9(8).
           05 cax-net-sales            pic 9(10)v99.
           05 cax-net-sign             pic x.
           05 cax-amount-owed          pic 9(9)v99.
           05 cax-dc-flag              pic x.
           05 filler                   pic x(3).
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
           05 filler                   pic x(33)   value spaces.
           05 filler                   pic x(33)   value
                           "Consignment Settlement Statements".
           05 filler                   pic x(34)   value spaces.
      *
       01 ws-period-line.
           05 filler                   pic x(20)   value
                                       "Settlement Period : ".
           05 ws-period-year-disp      pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-period-month-disp     pic 99.
           05 filler                   pic x(73)   value spaces.
      *
       01 ws-stmt-rule.
           05 filler                   pic x(97)   value all "-".
           05 filler                   pic x(3)    value spaces.
      *
       01 ws-stmt-head1.
           05 filler                   pic x(9)    value "Vendor : ".
           05 ws-stmt-disp-vendor      pic x(6).
           05 filler                   pic x(2)    value spaces.
           05 ws-stmt-disp-name        pic x(20).
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(10)   value "Terms : ".
           05 filler                   pic x(4)    value "Net ".
           05 ws-stmt-disp-terms       pic zz9.
           05 filler                   pic x(5)    value " days".
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(6)    value "Due : ".
           05 ws-stmt-disp-due-year    pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-stmt-disp-due-month   pic 99.
           05 filler                   pic x       value "-".
           05 ws-stmt-disp-due-day     pic 99.
           05 filler                   pic x(17)   value spaces.
      *
       01 ws-stmt-col-head1.
           05 filler                   pic x(16)   value spaces.
           05 filler                   pic x(17)   value
                                       "-------Sold------".
           05 filler                   pic x(17)   value
                                       " ----Returned----".
           05 filler                   pic x(17)   value
                                       " -----Voided-----".
           05 filler                   pic x(33)   value spaces.
      *
       01 ws-stmt-col-head2.
           05 filler                   pic x(16)   value "SKU".
           05 filler                   pic x(17)   value
                                       "Units     Amount".
           05 filler                   pic x(17)   value
                                       " Units     Amount".
           05 filler                   pic x(17)   value
                                       " Units     Amount".
           05 filler                   pic x(33)   value
                           "  Net Amount  Share  Vendor Owed".
      *
       01 ws-stmt-sku-line.
           05 ws-sl-disp-sku           pic x(15).
           05 filler                   pic x       value space.
           05 ws-sl-disp-sold-units    pic zzzz9.
           05 filler                   pic x       value space.
           05 ws-sl-disp-sold-amt      pic zzz,zz9.99.
           05 filler                   pic x       value space.
           05 ws-sl-disp-ret-units     pic zzzz9.
           05 filler                   pic x       value space.
           05 ws-sl-disp-ret-amt       pic zzz,zz9.99.
           05 filler                   pic x       value space.
           05 ws-sl-disp-void-units    pic zzzz9.
           05 filler                   pic x       value space.
           05 ws-sl-disp-void-amt      pic zzz,zz9.99.
           05 filler                   pic x       value space.
           05 ws-sl-disp-net-amt       pic -zzz,zz9.99.
           05 filler                   pic x       value space.
           05 ws-sl-disp-pct           pic zz9.99.
           05 filler                   pic x       value space.
           05 ws-sl-disp-share         pic -zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
      *
       01 ws-stmt-amount-line.
           05 filler                   pic x(4)    value spaces.
           05 ws-stmt-disp-label       pic x(36).
           05 ws-stmt-disp-amount      pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(43)   value spaces.
      *
       01 ws-stmt-no-sales-line.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(43)   value
                         "NO CONSIGNMENT SALES FOR THIS VENDOR IN THE".
           05 filler                   pic x(7)    value " PERIOD".
           05 filler                   pic x(46)   value spaces.
      *
       01 ws-summary-title.
           05 filler                   pic x(30)   value
                                       "Settlement Summary:".
           05 filler                   pic x(70)   value spaces.
      *
       01 ws-summary-count-line.
           05 filler                   pic x(4)    value spaces.
           05 ws-sum-disp-label        pic x(36).
           05 filler                   pic x(11)   value spaces.
           05 ws-sum-disp-count        pic zzzz9.
           05 filler                   pic x(44)   value spaces.
      *
      *a consignment SKU whose vendor is missing from the vendor
      *master - its sales have no one to be settled with
       01 ws-orphan-line.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(19)   value
                                       "NO VENDOR ON FILE: ".
           05 ws-orph-disp-sku         pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(9)    value "Vendor : ".
           05 ws-orph-disp-vendor      pic x(6).
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(12)   value "Net Sales : ".
           05 ws-orph-disp-amount      pic -zzz,zz9.99.
           05 filler                   pic x(20)   value spaces.
      *
       01 ws-no-master-line.
           05 filler                   pic x(50)   value
                    "VENDOR MASTER NOT ON FILE - NO STATEMENTS PRINTED".
           05 filler                   pic x(50)   value spaces.
      *
      *statement labels
       77 ws-lbl-sold                  pic x(36)   value
                                       "Consignment Sales".
       77 ws-lbl-returns               pic x(36)   value
                                       "Less Returns".
       77 ws-lbl-voids                 pic x(36)   value
                                       "Less Voids".
       77 ws-lbl-net                   pic x(36)   value
                                       "Net Consignment Sales".
       77 ws-lbl-owed                  pic x(36)   value
                                       "Amount Owed To Vendor".
       77 ws-lbl-recover               pic x(36)   value
                                       "Amount To Recover From Vendor".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-vendor-status         pic xx      value "00".
           05 ws-sku-status            pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
      *
      *the period being settled and its calendar days
       01 ws-period-control.
           05 ws-period-yyyymm.
               10 ws-period-year       pic 9(4)    value 0.
               10 ws-period-month      pic 99      value 0.
           05 ws-period-days           pic 99      value 0.
           05 ws-day-sub               pic 99      value 0.
      *
      *the calendar day whose archives are being picked, and the
      *due-date walk forward from the end of the period
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
           05 ws-walk-days-left        pic 9(3)    value 0.
      *
      *every vendor on the vendor master, in file order
       01 ws-vendor-table.
           05 ws-vnd-entry             occurs 500 times
                                       indexed by ws-vnd-idx.
               10 ws-vnd-tbl-num          pic x(6).
               10 ws-vnd-tbl-name         pic x(20).
               10 ws-vnd-tbl-terms        pic 9(3).
      *
       01 ws-vendor-control.
           05 ws-vnd-count             pic 9(3)    value 0.
           05 ws-vnd-found             pic 9       value 0.
           05 ws-vnd-eof-flag          pic x       value "n".
           05 ws-vnd-sub               pic 9(3)    value 0.
      *
      *every consignment SKU on the SKU master, kept in code order
      *so each item line's lookup can bisect, with the month's
      *figures gathered against it
       01 ws-sku-table.
           05 ws-sku-entry             occurs 20001 times
                                       indexed by ws-sku-idx.
               10 ws-sku-tbl-code         pic x(15).
               10 ws-sku-tbl-vendor       pic x(6).
               10 ws-sku-tbl-pct          pic 9(3)v99.
               10 ws-sku-tbl-sold-units   pic 9(7).
               10 ws-sku-tbl-sold-amt     pic 9(9)v99.
               10 ws-sku-tbl-ret-units    pic 9(7).
               10 ws-sku-tbl-ret-amt      pic 9(9)v99.
               10 ws-sku-tbl-void-units   pic 9(7).
               10 ws-sku-tbl-void-amt     pic 9(9)v99.
      *
       01 ws-sku-control.
           05 ws-sku-count             pic 9(6)    value 0.
           05 ws-sku-found             pic 9       value 0.
           05 ws-sku-match-idx         pic 9(6)    value 0.
           05 ws-sku-eof-flag          pic x       value "n".
           05 ws-sku-search-key        pic x(15)   value spaces.
           05 ws-sku-sub               pic 9(6)    value 0.
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
      *the one archived copy chosen for the file/date in hand - the
      *latest same-day copy wins when a day was run more than once -
      *and whether any archive covered it at all, so the live-file
      *sweep afterwards only fills the uncovered days
       01 ws-pick-control.
           05 ws-pick-name             pic x(20)   value spaces.
           05 ws-pick-best-idx         pic 9(4)    value 0.
           05 ws-pick-best-time        pic 9(6)    value 0.
      *    whether a late store's catch-up copy is its latest for
      *    the day, and the entry it is being compared against
           05 ws-pick-latest           pic 9       value 0.
           05 ws-cmp-idx               pic 9(4)    value 0.
           05 ws-day-covered-sl        occurs 31 times
                                       pic x       value "n".
           05 ws-day-covered-ret       occurs 31 times
                                       pic x       value "n".
           05 ws-day-covered-void      occurs 31 times
                                       pic x       value "n".
      *    which stream the file being scanned feeds: S sales,
      *    R returns, V voids - and whether the scan is the live
      *    sweep that only fills uncovered days
           05 ws-scan-stream           pic x       value space.
           05 ws-scan-live-flag        pic x       value "n".
      *
      *tracks whichever data file is being scanned
       01 ws-history-control.
           05 ws-history-file-name     pic x(60)   value spaces.
           05 ws-history-eof-flag      pic x       value "n".
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
      *statement arithmetic and run totals
       01 ws-settlement-math.
           05 ws-units-work            pic 9(3)      value 0.
           05 ws-sku-net-work          pic s9(9)v99  value 0.
           05 ws-sku-share-work        pic s9(9)v99  value 0.
           05 ws-vnd-sold-work         pic 9(11)v99  value 0.
           05 ws-vnd-ret-work          pic 9(11)v99  value 0.
           05 ws-vnd-void-work         pic 9(11)v99  value 0.
           05 ws-vnd-net-work          pic s9(11)v99 value 0.
           05 ws-vnd-owed-work         pic s9(9)v99  value 0.
           05 ws-vnd-lines             pic 9(6)      value 0.
           05 ws-total-owed            pic s9(11)v99 value 0.
           05 ws-statements-printed    pic 9(5)      value 0.
           05 ws-ap-lines-written      pic 9(5)      value 0.
           05 ws-orphan-count          pic 9(5)      value 0.
           05 ws-orphan-amount         pic s9(11)v99 value 0.
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
           perform 40-load-vendor-master.
           if ws-vnd-count = 0
               write output-line
                 from ws-no-master-line
                 after advancing 1 line
               move 4 to return-code
           else
               perform 45-load-sku-master
               perform 50-load-catalog
               perform 200-scan-period-files
               perform 300-print-statements
               perform 340-list-orphan-skus
               perform 350-print-summary
      *        consignment sales with no vendor on file to settle
      *        with are an exception for payables to look at
               if ws-orphan-count > 0
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
           open output ap-extract-file.
      *
      *************************************************************
      *reads the period asked for; with no request on file the
      *settlement is for the current month
       30-read-request.
           accept ws-system-date from date YYYYMMDD.
           move ws-sys-year  to ws-period-year.
           move ws-sys-month to ws-period-month.
           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       if csq-year is numeric and csq-year > 0 and
                         csq-month is numeric and csq-month > 0 and
                         csq-month < 13
                           move csq-year  to ws-period-year
                           move csq-month to ws-period-month
                       end-if
               end-read
               close request-file
           end-if.
           move ws-period-year  to ws-walk-year.
           move ws-period-month to ws-walk-month.
           perform 34-find-days-in-walk-month.
           move ws-walk-max-day to ws-period-days.
      *
      *************************************************************
       34-find-days-in-walk-month.
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
      *steps ws-walk-date on one calendar day
       36-walk-one-day.
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
               perform 34-find-days-in-walk-month
           end-if.
           subtract 1 from ws-walk-days-left.
      *
      *************************************************************
      *loads the vendor master into the table in file order
       40-load-vendor-master.
           open input vendor-master-file.
           if ws-vendor-status = "00"
               perform 41-read-vendor-master
                 until ws-vnd-eof-flag = "y"
               close vendor-master-file
           end-if.
      *
       41-read-vendor-master.
           read vendor-master-file
               at end
                   move "y" to ws-vnd-eof-flag
           end-read.
           if ws-vnd-eof-flag not = "y" and vnd-vendor-num not = spaces
               if ws-vnd-count >= 500
                   move "VENDOR MASTER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-vnd-count
               move vnd-vendor-num  to ws-vnd-tbl-num(ws-vnd-count)
               move vnd-vendor-name to ws-vnd-tbl-name(ws-vnd-count)
               if vnd-terms-days is numeric
                   move vnd-terms-days to ws-vnd-tbl-terms(ws-vnd-count)
               else
                   move 0              to ws-vnd-tbl-terms(ws-vnd-count)
               end-if
           end-if.
      *
      *looks the SKU's vendor up on the vendor table
       42-search-vendors.
           move 0 to ws-vnd-found.
           perform 43-search-vendors-step
             varying ws-vnd-idx from 1 by 1
             until ws-vnd-idx > ws-vnd-count or ws-vnd-found = 1.
      *
       43-search-vendors-step.
           if ws-vnd-tbl-num(ws-vnd-idx) = ws-sku-tbl-vendor(ws-sku-sub)
               move 1 to ws-vnd-found
           end-if.
      *
      *************************************************************
      *loads the consignment SKUs - those the master assigns to a
      *vendor - into the table in code order; stock we own is left
      *out, so its item lines fall straight through the lookup
       45-load-sku-master.
           open input sku-master-file.
           if ws-sku-status = "00"
               perform 46-read-sku-master
                 until ws-sku-eof-flag = "y"
               close sku-master-file
           end-if.
      *
       46-read-sku-master.
           read sku-master-file
               at end
                   move "y" to ws-sku-eof-flag
           end-read.
           if ws-sku-eof-flag not = "y" and skm-vendor-num not = spaces
               move skm-sku-code to ws-sku-search-key
               perform 65-search-skus
               if ws-sku-found = 0
                   perform 47-insert-sku-entry
               end-if
           end-if.
      *
      *slides the tail of the SKU table down one and drops the new
      *SKU into its key-ordered place
       47-insert-sku-entry.
           if ws-sku-count >= ws-sku-max
               move "CONSIGNMENT SKU TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-sku-count to ws-bs-shift-idx.
           perform 48-shift-sku-entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move skm-sku-code   to ws-sku-tbl-code(ws-bs-insert-at).
           move skm-vendor-num to ws-sku-tbl-vendor(ws-bs-insert-at).
           if skm-consign-pct is numeric
               move skm-consign-pct to ws-sku-tbl-pct(ws-bs-insert-at)
           else
               move 0 to ws-sku-tbl-pct(ws-bs-insert-at)
           end-if.
           move 0 to ws-sku-tbl-sold-units(ws-bs-insert-at).
           move 0 to ws-sku-tbl-sold-amt(ws-bs-insert-at).
           move 0 to ws-sku-tbl-ret-units(ws-bs-insert-at).
           move 0 to ws-sku-tbl-ret-amt(ws-bs-insert-at).
           move 0 to ws-sku-tbl-void-units(ws-bs-insert-at).
           move 0 to ws-sku-tbl-void-amt(ws-bs-insert-at).
           add 1 to ws-sku-count.
      *
       48-shift-sku-entry.
           move ws-sku-entry(ws-bs-shift-idx) to
             ws-sku-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *************************************************************
      *loads the archive catalog into the table; a site with no
      *archives yet works off the live files alone
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
      *bisects the key-ordered SKU table for ws-sku-search-key,
      *leaving the slot a new SKU belongs in when not found
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
      *scans the period's data: for each calendar day, the latest
      *archived S-L, Return, and Void copy of that business date;
      *then the live files sweep up whatever day has not been
      *archived yet (normally just the newest one)
       200-scan-period-files.
           perform 210-scan-one-day
             varying ws-day-sub from 1 by 1
             until ws-day-sub > ws-period-days.
      *
           move "y" to ws-scan-live-flag.
           move "S" to ws-scan-stream.
           move "../../../../data/S-L-Data.dat"
                                       to ws-history-file-name.
           perform 240-scan-one-file.
           move "R" to ws-scan-stream.
           move "../../../../data/Return-Data.dat"
                                       to ws-history-file-name.
           perform 240-scan-one-file.
           move "V" to ws-scan-stream.
           move "../../../../data/Void-Data.dat"
                                       to ws-history-file-name.
           perform 240-scan-one-file.
           move "n" to ws-scan-live-flag.
      *
       210-scan-one-day.
           move ws-period-year  to ws-walk-year.
           move ws-period-month to ws-walk-month.
           move ws-day-sub      to ws-walk-day.
      *
           move "S-L-Data.dat"    to ws-pick-name.
           move "S"               to ws-scan-stream.
           perform 220-pick-and-scan-archive.
           if ws-pick-best-idx > 0
               move "y" to ws-day-covered-sl(ws-day-sub)
           end-if.
      *
           move "Return-Data.dat" to ws-pick-name.
           move "R"               to ws-scan-stream.
           perform 220-pick-and-scan-archive.
           if ws-pick-best-idx > 0
               move "y" to ws-day-covered-ret(ws-day-sub)
           end-if.
      *
           move "Void-Data.dat"   to ws-pick-name.
           move "V"               to ws-scan-stream.
           perform 220-pick-and-scan-archive.
           if ws-pick-best-idx > 0
               move "y" to ws-day-covered-void(ws-day-sub)
           end-if.
      *
      *finds the latest nightly archived copy of ws-pick-name for
      *the day in hand and scans it, then each late store's latest
      *catch-up copy of the day - a catch-up holds only its own
      *store, so it is read beside the nightly copy, never in its
      *place.  A day that was never archived is left for the
      *live-file sweep.
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
      *period: a detail line, or the old standalone shape carrying
      *its SKU on the record itself.  Invoice headers and tender
      *lines carry no SKU of their own and are passed over.
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
           if ws-history-eof-flag not = "y" and not hst-header-rec
             and not hst-tender-rec and hst-sku not = spaces
               if hst-trans-yyyymm is numeric and
                 hst-trans-yyyymm = ws-period-yyyymm and
                 hst-trans-dd is numeric and
                 hst-trans-dd > 0 and
                 hst-trans-dd <= ws-period-days
                   perform 260-bucket-one-record
               end-if
           end-if.
      *
      *on the live-file sweep a day already covered by an archive is
      *skipped so a re-run's copy is never counted twice
       260-bucket-one-record.
           move hst-trans-dd to ws-day-sub.
           if ws-scan-live-flag = "y" and
             ((ws-scan-stream = "S" and
               ws-day-covered-sl(ws-day-sub) = "y") or
              (ws-scan-stream = "R" and
               ws-day-covered-ret(ws-day-sub) = "y") or
              (ws-scan-stream = "V" and
               ws-day-covered-void(ws-day-sub) = "y"))
               continue
           else
               move hst-sku to ws-sku-search-key
               perform 65-search-skus
               if ws-sku-found = 1
                   perform 270-credit-consignment-sku
               end-if
           end-if.
      *
      *a consignment line counts against its SKU as sold, returned,
      *or voided by the stream it came off
       270-credit-consignment-sku.
           if hst-quantity is numeric and hst-quantity > 0
               move hst-quantity to ws-units-work
           else
               move 1 to ws-units-work
           end-if.
           if ws-scan-stream = "S" and
             (hst-trans-code = "S" or hst-trans-code = "L")
               add ws-units-work to
                 ws-sku-tbl-sold-units(ws-sku-match-idx)
               add hst-trans-amt to
                 ws-sku-tbl-sold-amt(ws-sku-match-idx)
           end-if.
           if ws-scan-stream = "R" and hst-trans-code = "R"
               add ws-units-work to
                 ws-sku-tbl-ret-units(ws-sku-match-idx)
               add hst-trans-amt to
                 ws-sku-tbl-ret-amt(ws-sku-match-idx)
           end-if.
           if ws-scan-stream = "V" and hst-trans-code = "V"
               add ws-units-work to
                 ws-sku-tbl-void-units(ws-sku-match-idx)
               add hst-trans-amt to
                 ws-sku-tbl-void-amt(ws-sku-match-idx)
           end-if.
      *
      *************************************************************
      *one statement per vendor on the master, in master order, and
      *the payables line to go with it
       300-print-statements.
           move ws-period-year  to ws-period-year-disp.
           move ws-period-month to ws-period-month-disp.
           write output-line
             from ws-period-line
             after advancing 1 line.
           perform 310-print-one-statement
             varying ws-vnd-sub from 1 by 1
             until ws-vnd-sub > ws-vnd-count.
      *
       310-print-one-statement.
           move 0 to ws-vnd-sold-work.
           move 0 to ws-vnd-ret-work.
           move 0 to ws-vnd-void-work.
           move 0 to ws-vnd-owed-work.
           move 0 to ws-vnd-lines.
           add 1 to ws-statements-printed.
           perform 330-find-due-date.
      *
           write output-line
             from ws-stmt-rule
             after advancing 2 lines.
           move ws-vnd-tbl-num(ws-vnd-sub)   to ws-stmt-disp-vendor.
           move ws-vnd-tbl-name(ws-vnd-sub)  to ws-stmt-disp-name.
           move ws-vnd-tbl-terms(ws-vnd-sub) to ws-stmt-disp-terms.
           move ws-walk-year                 to ws-stmt-disp-due-year.
           move ws-walk-month                to ws-stmt-disp-due-month.
           move ws-walk-day                  to ws-stmt-disp-due-day.
           write output-line from ws-stmt-head1.
           write output-line from ws-stmt-rule.
           write output-line from ws-stmt-col-head1.
           write output-line from ws-stmt-col-head2.
      *
           perform 320-print-one-sku
             varying ws-sku-sub from 1 by 1
             until ws-sku-sub > ws-sku-count.
      *
           if ws-vnd-lines = 0
               write output-line from ws-stmt-no-sales-line
           else
               compute ws-vnd-net-work = ws-vnd-sold-work
                 - ws-vnd-ret-work - ws-vnd-void-work
               write output-line from ws-stmt-rule
               move ws-lbl-sold              to ws-stmt-disp-label
               move ws-vnd-sold-work         to ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               move ws-lbl-returns           to ws-stmt-disp-label
               move ws-vnd-ret-work          to ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               move ws-lbl-voids             to ws-stmt-disp-label
               move ws-vnd-void-work         to ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               move ws-lbl-net               to ws-stmt-disp-label
               move ws-vnd-net-work          to ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               if ws-vnd-owed-work < 0
                   move ws-lbl-recover       to ws-stmt-disp-label
               else
                   move ws-lbl-owed          to ws-stmt-disp-label
               end-if
               move ws-vnd-owed-work         to ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               add ws-vnd-owed-work to ws-total-owed
               perform 325-write-ap-line
           end-if.
      *
      *one SKU of the vendor with anything moved this period; the
      *vendor's share is worked per SKU since each carries its own
      *percentage
       320-print-one-sku.
           if ws-sku-tbl-vendor(ws-sku-sub) = ws-vnd-tbl-num(ws-vnd-sub)
             and (ws-sku-tbl-sold-amt(ws-sku-sub) > 0 or
                  ws-sku-tbl-ret-amt(ws-sku-sub) > 0 or
                  ws-sku-tbl-void-amt(ws-sku-sub) > 0)
               compute ws-sku-net-work =
                 ws-sku-tbl-sold-amt(ws-sku-sub)
                 - ws-sku-tbl-ret-amt(ws-sku-sub)
                 - ws-sku-tbl-void-amt(ws-sku-sub)
               compute ws-sku-share-work rounded =
                 ws-sku-net-work * ws-sku-tbl-pct(ws-sku-sub) / 100
               add 1 to ws-vnd-lines
               add ws-sku-tbl-sold-amt(ws-sku-sub) to ws-vnd-sold-work
               add ws-sku-tbl-ret-amt(ws-sku-sub)  to ws-vnd-ret-work
               add ws-sku-tbl-void-amt(ws-sku-sub) to ws-vnd-void-work
               add ws-sku-share-work               to ws-vnd-owed-work
      *
               move ws-sku-tbl-code(ws-sku-sub)  to ws-sl-disp-sku
               move ws-sku-tbl-sold-units(ws-sku-sub) to
                                                 ws-sl-disp-sold-units
               move ws-sku-tbl-sold-amt(ws-sku-sub) to
                                                 ws-sl-disp-sold-amt
               move ws-sku-tbl-ret-units(ws-sku-sub) to
                                                 ws-sl-disp-ret-units
               move ws-sku-tbl-ret-amt(ws-sku-sub) to
                                                 ws-sl-disp-ret-amt
               move ws-sku-tbl-void-units(ws-sku-sub) to
                                                 ws-sl-disp-void-units
               move ws-sku-tbl-void-amt(ws-sku-sub) to
                                                 ws-sl-disp-void-amt
               move ws-sku-net-work              to ws-sl-disp-net-amt
               move ws-sku-tbl-pct(ws-sku-sub)   to ws-sl-disp-pct
               move ws-sku-share-work            to ws-sl-disp-share
               write output-line from ws-stmt-sku-line
           end-if.
      *
      *a net recovery for the month - more came back than was
      *sold - goes to payables as a recovery ('C') rather than a
      *payment
       325-write-ap-line.
           move spaces                       to ap-extract-line.
           move ws-vnd-tbl-num(ws-vnd-sub)   to cax-vendor-num.
           move ws-vnd-tbl-name(ws-vnd-sub)  to cax-vendor-name.
           move ws-period-yyyymm             to cax-period.
           move ws-walk-date-num             to cax-due-date.
           move ws-vnd-net-work              to cax-net-sales.
           move ws-vnd-owed-work             to cax-amount-owed.
           if ws-vnd-net-work < 0
               move "-" to cax-net-sign
           else
               move "+" to cax-net-sign
           end-if.
           if ws-vnd-owed-work < 0
               move "C" to cax-dc-flag
           else
               move "D" to cax-dc-flag
           end-if.
           write ap-extract-line.
           add 1 to ws-ap-lines-written.
      *
      *the settlement falls due the vendor's terms days after the
      *last day of the period; leaves the date in ws-walk-date
       330-find-due-date.
           move ws-period-year  to ws-walk-year.
           move ws-period-month to ws-walk-month.
           move ws-period-days  to ws-walk-day.
           move ws-period-days  to ws-walk-max-day.
           move ws-vnd-tbl-terms(ws-vnd-sub) to ws-walk-days-left.
           perform 36-walk-one-day
             until ws-walk-days-left = 0.
      *
      *************************************************************
      *consignment SKUs that sold this period under a vendor the
      *vendor master does not know
       340-list-orphan-skus.
           perform 345-check-one-orphan
             varying ws-sku-sub from 1 by 1
             until ws-sku-sub > ws-sku-count.
      *
       345-check-one-orphan.
           if ws-sku-tbl-sold-amt(ws-sku-sub) > 0 or
             ws-sku-tbl-ret-amt(ws-sku-sub) > 0 or
             ws-sku-tbl-void-amt(ws-sku-sub) > 0
               perform 42-search-vendors
               if ws-vnd-found = 0
                   compute ws-sku-net-work =
                     ws-sku-tbl-sold-amt(ws-sku-sub)
                     - ws-sku-tbl-ret-amt(ws-sku-sub)
                     - ws-sku-tbl-void-amt(ws-sku-sub)
                   add 1 to ws-orphan-count
                   add ws-sku-net-work to ws-orphan-amount
                   if ws-orphan-count = 1
                       write output-line
                         from ws-stmt-rule
                         after advancing 2 lines
                   end-if
                   move ws-sku-tbl-code(ws-sku-sub) to
                                                 ws-orph-disp-sku
                   move ws-sku-tbl-vendor(ws-sku-sub) to
                                                 ws-orph-disp-vendor
                   move ws-sku-net-work to ws-orph-disp-amount
                   write output-line from ws-orphan-line
               end-if
           end-if.
      *
      *************************************************************
      *run totals and whatever could not be settled with anyone
       350-print-summary.
           write output-line
             from ws-summary-title
             after advancing 3 lines.
           move "Statements Printed"         to ws-sum-disp-label.
           move ws-statements-printed        to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Payables Lines Written"     to ws-sum-disp-label.
           move ws-ap-lines-written          to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Total Owed To Vendors"      to ws-stmt-disp-label.
           move ws-total-owed                to ws-stmt-disp-amount.
           write output-line from ws-stmt-amount-line.
           move "SKUs With No Vendor On File" to ws-sum-disp-label.
           move ws-orphan-count              to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Net Sales With No Vendor On File" to
                                                 ws-stmt-disp-label.
           move ws-orphan-amount             to ws-stmt-disp-amount.
           write output-line from ws-stmt-amount-line.
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
           move "Consign_Settlement"   to adt-program-name.
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
               if ws-vnd-count = 0
                   move "NO VENDOR MASTER"      to adt-status-text
               else
                   if return-code = 0
                       move "COMPLETED"             to adt-status-text
                   else
                       move "SKUS WITH NO VENDOR"   to adt-status-text
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
           display "Consign_Settlement: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Consign_Settlement: RUN STOPPED - RAISE THE "
             "TABLE LIMIT AND RERUN".
           move 16 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
           close ap-extract-file.
      *
       end program Consign_Settlement.
