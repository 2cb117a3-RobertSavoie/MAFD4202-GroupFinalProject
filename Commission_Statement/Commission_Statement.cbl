       identification division.

      *Program:    Commission_Statement
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Month-end commission statement for the floor
      *            staff, so payroll no longer works commission out
      *            by hand from paper tickets.  Pulls the month's
      *            S-L, Return, and Void data through
      *            Archive-Catalog.dat (plus the live files for the
      *            day not yet archived) and credits each sale to
      *            the salesperson rung on it.  Returns and voids are
      *            traced back to the original sale - however far
      *            back it was made - and charged to whoever made
      *            that sale, not to the clerk at the return desk.
      *            Prints one statement per salesperson (gross
      *            sales, less returns and voids, times their rate
      *            off Employee-Master.dat) and writes the payroll
      *            extract.  The month is the one named on
      *            Commission-Request.dat, or the current month when
      *            no request was left; Daily_Run_Driver runs it on
      *            the last business day of the period.

       program-id. Commission_Statement.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The requested period, one line; optional
       select request-file
           assign to "../../../../data/Commission-Request.dat"
           organization is line sequential
           file status is ws-request-status.
      *
      *Every salesperson with their store, status and commission rate
       select employee-master-file
           assign to "../../../../data/Employee-Master.dat"
           organization is line sequential
           file status is ws-employee-status.
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
           assign to "../../../../output/Commission-Statements.out"
           organization is line sequential.
      *
      *One line per salesperson paid, for payroll to load
       select payroll-extract-file
           assign to "../../../../data/Commission-Payroll.dat"
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
      *the year and month the statements are for
       fd request-file
           data record is request-line
           record contains 6 characters.
      *
       01 request-line.
           05 crq-year                 pic 9(4).
           05 crq-month                pic 99.
      *
      *one salesperson
       fd employee-master-file
           data record is employee-master-line
           record contains 33 characters.
      *
       01 employee-master-line.
           05 emp-salesperson          pic 9(5).
           05 emp-store-num            pic 99.
           05 emp-name                 pic x(20).
           05 emp-active-flag          pic x.
           05 emp-commission-rate      pic 9v9999.
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
               88 hst-detail-rec       value 'D'.
               88 hst-tender-rec       value 'P'.
           05 hst-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 hst-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd report-file
           data record is output-line
           record contains 100 characters.
      *
       01 output-line                  pic x(100).
      *
      *one salesperson's month: what they sold net of returns and
      *voids, and the commission owed ('D') or clawed back ('C')
       fd payroll-extract-file
           data record is payroll-extract-line
           record contains 44 characters.
      *
       01 payroll-extract-line.
           05 cpx-salesperson          pic 9(5).
           05 cpx-store-num            pic 99.
           05 cpx-period               pic 9(6).
           05 cpx-net-sales            pic 9(10)v99.
           05 cpx-net-sign             pic x.
           05 cpx-commission           pic 9(7)v99.
           05 cpx-commission-rate      pic 9v9999.
           05 cpx-dc-flag              pic x.
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
           05 filler                   pic x(34)   value spaces.
           05 filler                   pic x(30)   value
                                       "Monthly Commission Statements".
           05 filler                   pic x(36)   value spaces.
      *
       01 ws-period-line.
           05 filler                   pic x(20)   value
                                       "Reporting Period  : ".
           05 ws-period-year-disp      pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-period-month-disp     pic 99.
           05 filler                   pic x(73)   value spaces.
      *
       01 ws-stmt-rule.
           05 filler                   pic x(70)   value all "-".
           05 filler                   pic x(30)   value spaces.
      *
       01 ws-stmt-head1.
           05 filler                   pic x(14)   value
                                       "Salesperson : ".
           05 ws-stmt-disp-num         pic 9(5).
           05 filler                   pic x(2)    value spaces.
           05 ws-stmt-disp-name        pic x(20).
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(8)    value "Store : ".
           05 ws-stmt-disp-store       pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-stmt-disp-status      pic x(8).
           05 filler                   pic x(33)   value spaces.
      *
       01 ws-stmt-amount-line.
           05 filler                   pic x(4)    value spaces.
           05 ws-stmt-disp-label       pic x(30).
           05 ws-stmt-disp-amount      pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(49)   value spaces.
      *
       01 ws-stmt-rate-line.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(30)   value
                                       "Commission Rate".
           05 filler                   pic x(9)    value spaces.
           05 ws-stmt-disp-rate        pic z9.99.
           05 filler                   pic x(2)    value " %".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-summary-title.
           05 filler                   pic x(30)   value
                                       "Commission Summary:".
           05 filler                   pic x(70)   value spaces.
      *
       01 ws-summary-count-line.
           05 filler                   pic x(4)    value spaces.
           05 ws-sum-disp-label        pic x(30).
           05 filler                   pic x(11)   value spaces.
           05 ws-sum-disp-count        pic zzzz9.
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-no-activity-line.
           05 filler                   pic x(50)   value
                     "NO SALES ACTIVITY FOUND FOR THE REQUESTED PERIOD".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-no-master-line.
           05 filler                   pic x(52)   value
                  "EMPLOYEE MASTER NOT ON FILE - NO STATEMENTS PRINTED".
           05 filler                   pic x(48)   value spaces.
      *
      *statement labels
       77 ws-lbl-gross                 pic x(30)   value
                                       "Gross Sales".
       77 ws-lbl-returns               pic x(30)   value
                                       "Less Returns".
       77 ws-lbl-voids                 pic x(30)   value
                                       "Less Voids".
       77 ws-lbl-net                   pic x(30)   value
                                       "Net Commissionable Sales".
       77 ws-lbl-commission            pic x(30)   value
                                       "Commission Earned".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-employee-status       pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
      *
      *the period being paid and its calendar days
       01 ws-period-control.
           05 ws-period-yyyymm.
               10 ws-period-year       pic 9(4)    value 0.
               10 ws-period-month      pic 99      value 0.
           05 ws-period-days           pic 99      value 0.
           05 ws-day-sub               pic 99      value 0.
      *
      *the calendar day whose archives are being picked
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
      *every salesperson on the employee master, kept in number
      *order so each sale's lookup can bisect, with the month's
      *figures gathered against them
       01 ws-employee-table.
           05 ws-emp-entry             occurs 5001 times
                                       indexed by ws-emp-idx.
               10 ws-emp-tbl-num          pic 9(5).
               10 ws-emp-tbl-store        pic 99.
               10 ws-emp-tbl-name         pic x(20).
               10 ws-emp-tbl-active       pic x.
               10 ws-emp-tbl-rate         pic 9v9999.
               10 ws-emp-tbl-gross        pic 9(11)v99.
               10 ws-emp-tbl-returns      pic 9(11)v99.
               10 ws-emp-tbl-voids        pic 9(11)v99.
      *
       01 ws-employee-control.
           05 ws-emp-count             pic 9(6)    value 0.
           05 ws-emp-found             pic 9       value 0.
           05 ws-emp-match-idx         pic 9(6)    value 0.
           05 ws-emp-eof-flag          pic x       value "n".
           05 ws-emp-search-key        pic 9(5)    value 0.
           05 ws-emp-sub               pic 9(6)    value 0.
      *
       77 ws-emp-max                   pic 9(6)    value 5000.
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
      *every original sale and layaway on file - archived and
      *today's - with the salesperson who made it, so a return or
      *void can be charged back to them.  Kept in invoice order by
      *inserting each sale in place, so every match can bisect.
       01 ws-original-table.
           05 ws-orig-entry            occurs 100001 times
                                       indexed by ws-orig-idx.
               10 ws-orig-tbl-invoice     pic x(9).
               10 ws-orig-tbl-salesperson pic 9(5).
      *
       01 ws-original-control.
           05 ws-orig-count            pic 9(6)    value 0.
           05 ws-orig-found            pic 9       value 0.
           05 ws-orig-match-idx        pic 9(6)    value 0.
           05 ws-orig-search-key       pic x(9)    value spaces.
      *
       77 ws-orig-max                  pic 9(6)    value 100000.
      *
      *shared workspace for the bisecting searches and in-place
      *inserts both tables use
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
      *money that could not be put against anyone on the master:
      *a sale with no salesperson on file, or a return or void whose
      *original sale could not be found
       01 ws-unattributed.
           05 ws-unatt-sales           pic 9(11)v99 value 0.
           05 ws-unatt-returns         pic 9(11)v99 value 0.
           05 ws-unatt-voids           pic 9(11)v99 value 0.
      *
      *statement arithmetic and run totals
       01 ws-commission-math.
           05 ws-net-work              pic s9(11)v99 value 0.
           05 ws-commission-work       pic s9(9)v99  value 0.
           05 ws-rate-pct              pic 99v99     value 0.
           05 ws-total-commission      pic s9(11)v99 value 0.
           05 ws-statements-printed    pic 9(5)      value 0.
           05 ws-activity-found        pic x         value "n".
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
           perform 40-load-employee-master.
           if ws-emp-count = 0
               write output-line
                 from ws-no-master-line
                 after advancing 1 line
               move 4 to return-code
           else
               perform 50-load-catalog
               perform 60-load-original-sales
               perform 200-scan-period-files
               perform 300-print-statements
               perform 350-print-summary
      *        money nobody on the master could be charged with is
      *        an exception for payroll to look at before paying
               if ws-unatt-sales > 0 or ws-unatt-returns > 0 or
                 ws-unatt-voids > 0
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
           open output payroll-extract-file.
      *
      *************************************************************
      *reads the period asked for; with no request on file the
      *statements are for the current month
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
                       if crq-year is numeric and crq-year > 0 and
                         crq-month is numeric and crq-month > 0 and
                         crq-month < 13
                           move crq-year  to ws-period-year
                           move crq-month to ws-period-month
                       end-if
               end-read
               close request-file
           end-if.
           move ws-period-year  to ws-walk-year.
           move ws-period-month to ws-walk-month.
           perform 44-find-days-in-walk-month.
           move ws-walk-max-day to ws-period-days.
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
      *************************************************************
      *loads the employee master into the table in number order
       40-load-employee-master.
           open input employee-master-file.
           if ws-employee-status = "00"
               perform 41-read-employee-master
                 until ws-emp-eof-flag = "y"
               close employee-master-file
           end-if.
      *
       41-read-employee-master.
           read employee-master-file
               at end
                   move "y" to ws-emp-eof-flag
           end-read.
           if ws-emp-eof-flag not = "y" and
             emp-salesperson is numeric
               move emp-salesperson to ws-emp-search-key
               perform 45-search-employees
               if ws-emp-found = 0
                   perform 42-insert-employee-entry
               end-if
           end-if.
      *
      *slides the tail of the employee table down one and drops the
      *new salesperson into their key-ordered place
       42-insert-employee-entry.
           if ws-emp-count >= ws-emp-max
               move "EMPLOYEE MASTER TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-emp-count to ws-bs-shift-idx.
           perform 43-shift-employee-entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move emp-salesperson to ws-emp-tbl-num(ws-bs-insert-at).
           move emp-store-num   to ws-emp-tbl-store(ws-bs-insert-at).
           move emp-name        to ws-emp-tbl-name(ws-bs-insert-at).
           move emp-active-flag to ws-emp-tbl-active(ws-bs-insert-at).
           if emp-commission-rate is numeric
               move emp-commission-rate to
                                 ws-emp-tbl-rate(ws-bs-insert-at)
           else
               move 0 to ws-emp-tbl-rate(ws-bs-insert-at)
           end-if.
           move 0 to ws-emp-tbl-gross(ws-bs-insert-at).
           move 0 to ws-emp-tbl-returns(ws-bs-insert-at).
           move 0 to ws-emp-tbl-voids(ws-bs-insert-at).
           add 1 to ws-emp-count.
      *
       43-shift-employee-entry.
           move ws-emp-entry(ws-bs-shift-idx) to
             ws-emp-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *bisects the employee table for ws-emp-search-key, leaving the
      *slot a new salesperson belongs in when not found
       45-search-employees.
           move 0 to ws-emp-found.
           move 1 to ws-bs-lo.
           move ws-emp-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 46-search-employees-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       46-search-employees-step.
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
      *builds the original-sales table from every archived S-L-Data
      *copy on the catalog and today's live file, so a return this
      *month against a sale from any earlier month still finds who
      *made the sale
       60-load-original-sales.
           perform 61-scan-archived-sales
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
           move "../../../../data/S-L-Data.dat"
                                       to ws-history-file-name.
           perform 62-scan-sales-file.
      *
       61-scan-archived-sales.
           if ws-cat-tbl-original(ws-cat-idx) = "S-L-Data.dat"
               move ws-cat-tbl-archive(ws-cat-idx)
                                       to ws-history-file-name
               perform 62-scan-sales-file
           end-if.
      *
       62-scan-sales-file.
           move "n" to ws-history-eof-flag.
           open input history-file.
           if ws-history-status = "00"
               perform 63-read-sales-record
                 until ws-history-eof-flag = "y"
               close history-file
           end-if.
      *
      *only the invoice header names the sale's salesperson; a day
      *run twice, or a layaway's later installments, find the
      *invoice already on the table and leave the first sighting be
       63-read-sales-record.
           read history-file
               at end
                   move "y" to ws-history-eof-flag
           end-read.
           if ws-history-eof-flag not = "y" and not hst-detail-rec
             and not hst-tender-rec
               if hst-trans-code = "S" or hst-trans-code = "L"
                   move hst-invoice to ws-orig-search-key
                   perform 65-search-originals
                   if ws-orig-found = 0
                       perform 67-insert-original-sale
                   end-if
               end-if
           end-if.
      *
      *bisects the key-ordered original-sales table for the invoice
      *in ws-orig-search-key, leaving the slot a new sale belongs in
       65-search-originals.
           move 0 to ws-orig-found.
           move 1 to ws-bs-lo.
           move ws-orig-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 66-search-originals-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       66-search-originals-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-orig-tbl-invoice(ws-bs-mid) = ws-orig-search-key
                   move 1         to ws-orig-found
                   move ws-bs-mid to ws-orig-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-orig-tbl-invoice(ws-bs-mid) <
                     ws-orig-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *slides the tail of the originals table down one and drops the
      *new sale into its key-ordered place.  A sale rung before the
      *salesperson number was carried goes in as salesperson zero.
       67-insert-original-sale.
           if ws-orig-count >= ws-orig-max
               move "ORIGINAL SALES TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-orig-count to ws-bs-shift-idx.
           perform 68-shift-original-sale
             until ws-bs-shift-idx < ws-bs-insert-at.
           move hst-invoice to ws-orig-tbl-invoice(ws-bs-insert-at).
           if hst-salesperson is numeric
               move hst-salesperson to
                             ws-orig-tbl-salesperson(ws-bs-insert-at)
           else
               move 0 to ws-orig-tbl-salesperson(ws-bs-insert-at)
           end-if.
           add 1 to ws-orig-count.
      *
       68-shift-original-sale.
           move ws-orig-entry(ws-bs-shift-idx) to
             ws-orig-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
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
      *reads every invoice header of the named file that falls in
      *the period
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
           if ws-history-eof-flag not = "y" and not hst-detail-rec
             and not hst-tender-rec
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
               move "y" to ws-activity-found
               if ws-scan-stream = "S" and
                 (hst-trans-code = "S" or hst-trans-code = "L")
                   perform 270-credit-sale
               end-if
               if (ws-scan-stream = "R" and hst-trans-code = "R") or
                 (ws-scan-stream = "V" and hst-trans-code = "V")
                   perform 275-charge-back-to-original
               end-if
           end-if.
      *
      *a sale counts toward the salesperson rung on it
       270-credit-sale.
           move 0 to ws-emp-found.
           if hst-salesperson is numeric and hst-salesperson > 0
               move hst-salesperson to ws-emp-search-key
               perform 45-search-employees
           end-if.
           if ws-emp-found = 1
               add hst-trans-amt to ws-emp-tbl-gross(ws-emp-match-idx)
           else
               add hst-trans-amt to ws-unatt-sales
           end-if.
      *
      *a return or void comes off whoever made the original sale
       275-charge-back-to-original.
           move 0 to ws-emp-found.
           move hst-invoice to ws-orig-search-key.
           perform 65-search-originals.
           if ws-orig-found = 1 and
             ws-orig-tbl-salesperson(ws-orig-match-idx) > 0
               move ws-orig-tbl-salesperson(ws-orig-match-idx)
                                       to ws-emp-search-key
               perform 45-search-employees
           end-if.
           if ws-emp-found = 1
               if hst-trans-code = "R"
                   add hst-trans-amt to
                     ws-emp-tbl-returns(ws-emp-match-idx)
               else
                   add hst-trans-amt to
                     ws-emp-tbl-voids(ws-emp-match-idx)
               end-if
           else
               if hst-trans-code = "R"
                   add hst-trans-amt to ws-unatt-returns
               else
                   add hst-trans-amt to ws-unatt-voids
               end-if
           end-if.
      *
      *************************************************************
      *one statement per salesperson with anything to report this
      *period, in salesperson order, and the payroll line to go
      *with it
       300-print-statements.
           move ws-period-year  to ws-period-year-disp.
           move ws-period-month to ws-period-month-disp.
           write output-line
             from ws-period-line
             after advancing 1 line.
           if ws-activity-found not = "y"
               write output-line
                 from ws-no-activity-line
                 after advancing 2 lines
           end-if.
           perform 310-print-one-statement
             varying ws-emp-sub from 1 by 1
             until ws-emp-sub > ws-emp-count.
      *
       310-print-one-statement.
           if ws-emp-tbl-gross(ws-emp-sub) > 0 or
             ws-emp-tbl-returns(ws-emp-sub) > 0 or
             ws-emp-tbl-voids(ws-emp-sub) > 0
               subtract ws-emp-tbl-returns(ws-emp-sub)
                 from ws-emp-tbl-gross(ws-emp-sub)
                 giving ws-net-work
               subtract ws-emp-tbl-voids(ws-emp-sub) from ws-net-work
               multiply ws-net-work by ws-emp-tbl-rate(ws-emp-sub)
                 giving ws-commission-work rounded
               add ws-commission-work to ws-total-commission
               add 1 to ws-statements-printed
      *
               write output-line
                 from ws-stmt-rule
                 after advancing 2 lines
               move ws-emp-tbl-num(ws-emp-sub)   to ws-stmt-disp-num
               move ws-emp-tbl-name(ws-emp-sub)  to ws-stmt-disp-name
               move ws-emp-tbl-store(ws-emp-sub) to ws-stmt-disp-store
               if ws-emp-tbl-active(ws-emp-sub) = "Y"
                   move spaces     to ws-stmt-disp-status
               else
                   move "INACTIVE" to ws-stmt-disp-status
               end-if
               write output-line from ws-stmt-head1
               write output-line from ws-stmt-rule
      *
               move ws-lbl-gross                 to ws-stmt-disp-label
               move ws-emp-tbl-gross(ws-emp-sub) to
                                                 ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               move ws-lbl-returns               to ws-stmt-disp-label
               move ws-emp-tbl-returns(ws-emp-sub) to
                                                 ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               move ws-lbl-voids                 to ws-stmt-disp-label
               move ws-emp-tbl-voids(ws-emp-sub) to
                                                 ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               move ws-lbl-net                   to ws-stmt-disp-label
               move ws-net-work                  to ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
               multiply ws-emp-tbl-rate(ws-emp-sub) by 100
                 giving ws-rate-pct
               move ws-rate-pct                  to ws-stmt-disp-rate
               write output-line from ws-stmt-rate-line
               move ws-lbl-commission            to ws-stmt-disp-label
               move ws-commission-work           to ws-stmt-disp-amount
               write output-line from ws-stmt-amount-line
      *
               perform 320-write-payroll-line
           end-if.
      *
      *a net loss for the month - more came back than was sold -
      *goes to payroll as a recovery ('C') rather than a payment
       320-write-payroll-line.
           move spaces                       to payroll-extract-line.
           move ws-emp-tbl-num(ws-emp-sub)   to cpx-salesperson.
           move ws-emp-tbl-store(ws-emp-sub) to cpx-store-num.
           move ws-period-yyyymm             to cpx-period.
           move ws-net-work                  to cpx-net-sales.
           move ws-commission-work           to cpx-commission.
           move ws-emp-tbl-rate(ws-emp-sub)  to cpx-commission-rate.
           if ws-net-work < 0
               move "-" to cpx-net-sign
           else
               move "+" to cpx-net-sign
           end-if.
           if ws-commission-work < 0
               move "C" to cpx-dc-flag
           else
               move "D" to cpx-dc-flag
           end-if.
           write payroll-extract-line.
      *
      *************************************************************
      *run totals and whatever could not be put against anyone
       350-print-summary.
           write output-line
             from ws-summary-title
             after advancing 3 lines.
           move "Statements Printed"         to ws-sum-disp-label.
           move ws-statements-printed        to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Total Commission"           to ws-stmt-disp-label.
           move ws-total-commission          to ws-stmt-disp-amount.
           write output-line from ws-stmt-amount-line.
           move "Sales With No Salesperson"  to ws-stmt-disp-label.
           move ws-unatt-sales               to ws-stmt-disp-amount.
           write output-line from ws-stmt-amount-line.
           move "Returns Not Traced To A Sale" to ws-stmt-disp-label.
           move ws-unatt-returns             to ws-stmt-disp-amount.
           write output-line from ws-stmt-amount-line.
           move "Voids Not Traced To A Sale" to ws-stmt-disp-label.
           move ws-unatt-voids               to ws-stmt-disp-amount.
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
           move "Commission_Statement" to adt-program-name.
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
               if ws-emp-count = 0
                   move "NO EMPLOYEE MASTER"    to adt-status-text
               else
                   if return-code = 0
                       move "COMPLETED"             to adt-status-text
                   else
                       move "UNATTRIBUTED AMOUNTS"  to adt-status-text
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
           display "Commission_Statement: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Commission_Statement: RUN STOPPED - RAISE THE "
             "TABLE LIMIT AND RERUN".
           move 16 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
           close payroll-extract-file.
      *
       end program Commission_Statement.
