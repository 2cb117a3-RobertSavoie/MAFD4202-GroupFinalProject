       identification division.

      *Program:    Comp_Store_Sales
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Same-store sales growth for management.  Takes a
      *            week (W and its week-ending date) or a month (M
      *            and any date in it) off Comp-Sales-Request.dat
      *            and sets each store's net sales for it against
      *            the matching days a year earlier - the same
      *            weekdays 52 weeks back for a week, the same
      *            calendar month for a month - pulled through
      *            Archive-Catalog.dat (plus the live files for a
      *            day not yet archived).  A store is comparable
      *            only if Store-Master.dat shows it open for the
      *            whole prior-year period and it is still active;
      *            the comparable-store total and growth are shown
      *            apart from the total chain's.  Prior-year days
      *            the archives no longer hold are counted and
      *            flagged.  Run on its own whenever the comparison
      *            is wanted.

       program-id. Comp_Store_Sales.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The requested week or month, one line
       select request-file
           assign to "../../../../data/Comp-Sales-Request.dat"
           organization is line sequential
           file status is ws-request-status.
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
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential.
      *
       select report-file
           assign to "../../../../output/Comp-Store-Sales.out"
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
      *the period this run compares: W with the week-ending date, or
      *M with any date in the month
       fd request-file
           data record is request-line
           record contains 9 characters.
      *
       01 request-line.
           05 csr-period-type          pic x.
               88 csr-week                         value "W".
               88 csr-month                        value "M".
           05 csr-period-date          pic 9(8).
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
           05 filler                   pic x(30).
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
           05 filler                   pic x(31)   value spaces.
           05 filler                   pic x(38)   value
                             "Comparable-Store Sales Growth".
           05 filler                   pic x(31)   value spaces.
      *
       01 ws-period-line.
           05 ws-per-disp-label        pic x(20).
           05 ws-per-disp-from         pic 9999/99/99.
           05 filler                   pic x(4)    value " to ".
           05 ws-per-disp-to           pic 9999/99/99.
           05 filler                   pic x(56)   value spaces.
      *
       01 ws-store-header.
           05 filler                   pic x(6)    value "Store".
           05 filler                   pic x(22)   value "Name".
           05 filler                   pic x(9)    value "Opened".
           05 filler                   pic x(20)   value
                                       "    Prior Year Net".
           05 filler                   pic x(20)   value
                                       "    This Period Net".
           05 filler                   pic x(10)   value "  Growth".
           05 filler                   pic x(13)   value "  Basis".
      *
       01 ws-store-detail.
           05 filler                   pic x       value space.
           05 ws-sd-disp-num           pic 99.
           05 filler                   pic x(3)    value spaces.
           05 ws-sd-disp-name          pic x(20).
           05 filler                   pic x(2)    value spaces.
           05 ws-sd-disp-open          pic 9999/99/99.
           05 filler                   pic x       value space.
           05 ws-sd-disp-prior         pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 ws-sd-disp-current       pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-sd-disp-growth        pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-sd-disp-basis         pic x(12).
      *
       01 ws-total-line.
           05 ws-tot-disp-label        pic x(30).
           05 filler                   pic x(7)    value spaces.
           05 ws-tot-disp-prior        pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 ws-tot-disp-current      pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-tot-disp-growth       pic x(8).
           05 filler                   pic x(16)   value spaces.
      *
      *a growth percentage as printed, or N/A with no prior sales
       01 ws-growth-edit.
           05 ws-growth-disp-pct       pic -zzz9.9.
           05 filler                   pic x       value "%".
      *
       01 ws-summary-count-line.
           05 ws-sum-disp-label        pic x(40).
           05 ws-sum-disp-count        pic zzzz9.
           05 filler                   pic x(55)   value spaces.
      *
       01 ws-no-request-line.
           05 filler                   pic x(60)   value
             "NO VALID WEEK (W) OR MONTH (M) WAS REQUESTED - NOTHING TO
      -      "DO".
           05 filler                   pic x(40)   value spaces.
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
      *
      *how far back the prior-year week sits: 52 whole weeks, so
      *each day lines up with the same weekday
       77 const-week-lag-days          pic 9(3)    value 364.
      *
      *the business dates being compared: this period's first,
      *then the prior year's, each with whether an archive of the
      *day's S-L, Return and Void data turned up
       01 ws-day-table.
           05 ws-day-entry             occurs 62 times
                                       indexed by ws-day-idx.
               10 ws-day-tbl-date         pic 9(8).
               10 ws-day-tbl-period       pic x.
                   88 ws-day-is-current            value "C".
                   88 ws-day-is-prior              value "P".
               10 ws-day-covered-sl       pic x.
               10 ws-day-covered-ret      pic x.
               10 ws-day-covered-void     pic x.
      *
       01 ws-period-control.
           05 ws-request-found         pic x       value "n".
           05 ws-period-type           pic x       value space.
           05 ws-period-date           pic 9(8)    value 0.
           05 ws-day-count             pic 99      value 0.
           05 ws-cur-days              pic 99      value 0.
           05 ws-day-sub               pic 99      value 0.
      *    separate subscript for bucketing a record, so the scan
      *    never disturbs the day loop driving it
           05 ws-bucket-sub            pic 99      value 0.
           05 ws-day-match             pic 99      value 0.
           05 ws-lag-count             pic 9(3)    value 0.
           05 ws-cur-start             pic 9(8)    value 0.
           05 ws-cur-end               pic 9(8)    value 0.
           05 ws-prior-start           pic 9(8)    value 0.
           05 ws-prior-end             pic 9(8)    value 0.
           05 ws-prior-gap-days        pic 99      value 0.
      *
      *the calendar day being stepped while the dates are worked
      *out, split so it can be walked a day at a time
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
      *store master table with each store's net for both periods
       01 ws-store-table.
           05 ws-store-entry           occurs 99 times
                                       indexed by ws-store-idx.
               10 ws-store-tbl-num        pic 99.
               10 ws-store-tbl-name       pic x(20).
               10 ws-store-tbl-active     pic x.
               10 ws-store-tbl-open       pic 9(8).
               10 ws-store-tbl-cur-net    pic s9(11)v99 value 0.
               10 ws-store-tbl-pri-net    pic s9(11)v99 value 0.
               10 ws-store-tbl-comp       pic x.
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-store-found           pic 9       value 0.
           05 ws-store-match-idx       pic 9(4)    value 0.
           05 ws-store-eof-flag        pic x       value "n".
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
      *
      *period totals and growth arithmetic
       01 ws-comp-math.
           05 ws-comp-cur-net          pic s9(12)v99 value 0.
           05 ws-comp-pri-net          pic s9(12)v99 value 0.
           05 ws-chain-cur-net         pic s9(12)v99 value 0.
           05 ws-chain-pri-net         pic s9(12)v99 value 0.
           05 ws-comp-store-count      pic 9(4)      value 0.
           05 ws-noncomp-store-count   pic 9(4)      value 0.
           05 ws-growth-cur            pic s9(12)v99 value 0.
           05 ws-growth-pri            pic s9(12)v99 value 0.
           05 ws-growth-pct            pic s9(5)v9   value 0.
           05 ws-growth-text           pic x(8)      value spaces.
           05 ws-signed-amt            pic s9(9)v99  value 0.
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
           if ws-request-found = "y"
               perform 40-build-period-dates
               perform 50-load-catalog
               perform 200-scan-period-files
               perform 250-count-prior-gaps
               perform 300-print-comparison
           else
               write output-line
                 from ws-no-request-line
                 after advancing 1 line
           end-if.
      *
      *    a missing request, or prior-year days the archives no
      *    longer hold, leave the comparison to be questioned
           if ws-request-found = "y" and ws-prior-gap-days = 0
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
               move stm-active-flag to
                                 ws-store-tbl-active(ws-store-count)
      *        a store on file before open dates were kept shows 0,
      *        long established
               if stm-open-date is numeric
                   move stm-open-date to
                                 ws-store-tbl-open(ws-store-count)
               else
                   move 0 to ws-store-tbl-open(ws-store-count)
               end-if
           end-if.
      *
      *************************************************************
      *looks hst-store-num up in the store master table
       65-search-store-master.
           move 0 to ws-store-found.
           move 1 to ws-store-idx.
           perform 66-search-store-loop
             until ws-store-idx > ws-store-count or ws-store-found = 1.
      *
       66-search-store-loop.
           if ws-store-tbl-num(ws-store-idx) = hst-store-num
               move 1           to ws-store-found
               move ws-store-idx to ws-store-match-idx
           else
               add 1 to ws-store-idx
           end-if.
      *
      *************************************************************
      *reads the one week or month this run is to compare
       30-read-request.
           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       if (csr-week or csr-month) and
                         csr-period-date is numeric and
                         csr-period-date > 0
                           move csr-period-type to ws-period-type
                           move csr-period-date to ws-period-date
                           move "y"             to ws-request-found
                       end-if
               end-read
               close request-file
           end-if.
      *
      *************************************************************
      *fills this period's dates, oldest first, then the matching
      *prior-year dates after them
       40-build-period-dates.
           if ws-period-type = "W"
               perform 41-build-week-dates
           else
               perform 45-build-month-dates
           end-if.
           move ws-day-tbl-date(1)           to ws-cur-start.
           move ws-day-tbl-date(ws-cur-days) to ws-cur-end.
           compute ws-day-sub = ws-cur-days + 1.
           move ws-day-tbl-date(ws-day-sub)   to ws-prior-start.
           move ws-day-tbl-date(ws-day-count) to ws-prior-end.
      *
      *the seven days to the week-ending date, then each of them
      *52 weeks earlier
       41-build-week-dates.
           move 7 to ws-cur-days.
           move 14 to ws-day-count.
           move ws-period-date to ws-walk-date-num.
           move ws-walk-date-num to ws-day-tbl-date(7).
           move "C" to ws-day-tbl-period(7).
           perform 42-fill-one-earlier-day
             varying ws-day-sub from 6 by -1
             until ws-day-sub < 1.
           perform 43-fill-one-lag-day
             varying ws-day-sub from 8 by 1
             until ws-day-sub > 14.
      *
       42-fill-one-earlier-day.
           perform 47-step-back-one-day.
           move ws-walk-date-num to ws-day-tbl-date(ws-day-sub).
           move "C" to ws-day-tbl-period(ws-day-sub).
      *
       43-fill-one-lag-day.
           compute ws-bucket-sub = ws-day-sub - 7.
           move ws-day-tbl-date(ws-bucket-sub) to ws-walk-date-num.
           perform 47-step-back-one-day
             varying ws-lag-count from 1 by 1
             until ws-lag-count > const-week-lag-days.
           move ws-walk-date-num to ws-day-tbl-date(ws-day-sub).
           move "P" to ws-day-tbl-period(ws-day-sub).
      *
      *every day of the month, then every day of the same month a
      *year earlier (which may be a day shorter or longer in
      *February)
       45-build-month-dates.
           move ws-period-date to ws-walk-date-num.
           perform 48-find-days-in-walk-month.
           move 0 to ws-day-count.
           perform 46-fill-one-month-day
             varying ws-walk-day from 1 by 1
             until ws-walk-day > ws-walk-max-day.
           move ws-day-count to ws-cur-days.
      *
           move ws-period-date to ws-walk-date-num.
           subtract 1 from ws-walk-year.
           perform 48-find-days-in-walk-month.
           perform 46-fill-one-month-day
             varying ws-walk-day from 1 by 1
             until ws-walk-day > ws-walk-max-day.
      *
       46-fill-one-month-day.
           add 1 to ws-day-count.
           move ws-walk-date-num to ws-day-tbl-date(ws-day-count).
           if ws-day-count > ws-cur-days and ws-cur-days > 0
               move "P" to ws-day-tbl-period(ws-day-count)
           else
               move "C" to ws-day-tbl-period(ws-day-count)
           end-if.
      *
      *steps the walk date back one calendar day, borrowing from
      *the month and year with real month lengths and leap years
       47-step-back-one-day.
           if ws-walk-day > 1
               subtract 1 from ws-walk-day
           else
               if ws-walk-month > 1
                   subtract 1 from ws-walk-month
               else
                   move 12 to ws-walk-month
                   subtract 1 from ws-walk-year
               end-if
               perform 48-find-days-in-walk-month
               move ws-walk-max-day to ws-walk-day
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
      *************************************************************
      *loads the archive catalog into the table; a site with no
      *archives yet reports off the live files alone
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
      *scans both periods' data: for each date, the latest archived
      *S-L, Return, and Void copy of that business date; then the
      *live files sweep up whatever day has not been archived yet
       200-scan-period-files.
           perform 210-scan-one-day
             varying ws-day-sub from 1 by 1
             until ws-day-sub > ws-day-count.
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
           move "n" to ws-day-covered-sl(ws-day-sub).
           move "n" to ws-day-covered-ret(ws-day-sub).
           move "n" to ws-day-covered-void(ws-day-sub).
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
             ws-cat-tbl-date(ws-cat-idx) =
                                 ws-day-tbl-date(ws-day-sub) and
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
             ws-cat-tbl-date(ws-cat-idx) = ws-day-tbl-date(ws-day-sub)
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
      *reads every record of the named file into the periods'
      *buckets
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
             and not hst-tender-rec
               perform 244-bucket-one-record
           end-if.
      *
      *buckets one invoice header by its own transaction date.  On
      *the live-file sweep a day already covered by an archive is
      *skipped so a re-run's copy is never counted twice.
       244-bucket-one-record.
           move 0 to ws-day-match.
           perform 246-match-record-day
             varying ws-bucket-sub from 1 by 1
             until ws-bucket-sub > ws-day-count or ws-day-match > 0.
           if ws-day-match > 0
               move ws-day-match to ws-bucket-sub
               if ws-scan-live-flag = "y" and
                 ((ws-scan-stream = "S" and
                   ws-day-covered-sl(ws-bucket-sub) = "y") or
                  (ws-scan-stream = "R" and
                   ws-day-covered-ret(ws-bucket-sub) = "y") or
                  (ws-scan-stream = "V" and
                   ws-day-covered-void(ws-bucket-sub) = "y"))
                   continue
               else
                   perform 248-apply-one-record
               end-if
           end-if.
      *
       246-match-record-day.
           if hst-trans-date is numeric and
             hst-trans-date = ws-day-tbl-date(ws-bucket-sub)
               move ws-bucket-sub to ws-day-match
           end-if.
      *
      *net sales: S and L headers less R headers less voided sales
       248-apply-one-record.
           move 0 to ws-signed-amt.
           if ws-scan-stream = "S" and
             (hst-trans-code = "S" or hst-trans-code = "L")
               move hst-trans-amt to ws-signed-amt
           end-if.
           if ws-scan-stream = "R" and hst-trans-code = "R"
               compute ws-signed-amt = 0 - hst-trans-amt
           end-if.
           if ws-scan-stream = "V" and hst-trans-code = "V"
               compute ws-signed-amt = 0 - hst-trans-amt
           end-if.
           if ws-signed-amt not = 0
               perform 65-search-store-master
               if ws-store-found = 1
                   if ws-day-is-current(ws-bucket-sub)
                       add ws-signed-amt to
                         ws-store-tbl-cur-net(ws-store-match-idx)
                   else
                       add ws-signed-amt to
                         ws-store-tbl-pri-net(ws-store-match-idx)
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *prior-year days with no archived sales file - purged or never
      *kept - understate the base the growth is measured from
       250-count-prior-gaps.
           move 0 to ws-prior-gap-days.
           perform 255-check-one-prior-day
             varying ws-day-sub from 1 by 1
             until ws-day-sub > ws-day-count.
      *
       255-check-one-prior-day.
           if ws-day-is-prior(ws-day-sub) and
             ws-day-covered-sl(ws-day-sub) not = "y"
               add 1 to ws-prior-gap-days
           end-if.
      *
      *************************************************************
      *prints each store's two periods and growth, marks whether it
      *is in the comparable base, then the comparable-store and
      *total-chain figures side by side
       300-print-comparison.
           if ws-period-type = "W"
               move "Week              : " to ws-per-disp-label
           else
               move "Month             : " to ws-per-disp-label
           end-if.
           move ws-cur-start to ws-per-disp-from.
           move ws-cur-end   to ws-per-disp-to.
           write output-line
             from ws-period-line
             after advancing 1 line.
           move "Compared With     : " to ws-per-disp-label.
           move ws-prior-start to ws-per-disp-from.
           move ws-prior-end   to ws-per-disp-to.
           write output-line from ws-period-line.
      *
           write output-line
             from ws-store-header
             after advancing 2 lines.
           write output-line from spaces.
           perform 310-print-one-store
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
      *
           move "COMPARABLE STORES" to ws-tot-disp-label.
           move ws-comp-pri-net     to ws-tot-disp-prior.
           move ws-comp-cur-net     to ws-tot-disp-current.
           move ws-comp-cur-net     to ws-growth-cur.
           move ws-comp-pri-net     to ws-growth-pri.
           perform 330-edit-growth.
           move ws-growth-text      to ws-tot-disp-growth.
           write output-line
             from ws-total-line
             after advancing 2 lines.
      *
           move "TOTAL CHAIN"       to ws-tot-disp-label.
           move ws-chain-pri-net    to ws-tot-disp-prior.
           move ws-chain-cur-net    to ws-tot-disp-current.
           move ws-chain-cur-net    to ws-growth-cur.
           move ws-chain-pri-net    to ws-growth-pri.
           perform 330-edit-growth.
           move ws-growth-text      to ws-tot-disp-growth.
           write output-line from ws-total-line.
      *
           move "Comparable Stores" to ws-sum-disp-label.
           move ws-comp-store-count to ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 2 lines.
           move "Stores Outside The Comparable Base"
                                    to ws-sum-disp-label.
           move ws-noncomp-store-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Prior-Year Days With No Archived Sales"
                                    to ws-sum-disp-label.
           move ws-prior-gap-days   to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
      *
      *a store is comparable when it is still trading and opened on
      *or before the first prior-year day; every store counts in the
      *chain total
       310-print-one-store.
           move ws-store-tbl-num(ws-store-idx)  to ws-sd-disp-num.
           move ws-store-tbl-name(ws-store-idx) to ws-sd-disp-name.
           move ws-store-tbl-open(ws-store-idx) to ws-sd-disp-open.
           move ws-store-tbl-pri-net(ws-store-idx) to ws-sd-disp-prior.
           move ws-store-tbl-cur-net(ws-store-idx)
                                       to ws-sd-disp-current.
           move ws-store-tbl-cur-net(ws-store-idx) to ws-growth-cur.
           move ws-store-tbl-pri-net(ws-store-idx) to ws-growth-pri.
           perform 330-edit-growth.
           move ws-growth-text to ws-sd-disp-growth.
      *
           if ws-store-tbl-active(ws-store-idx) not = "Y"
               move "CLOSED"      to ws-sd-disp-basis
               add 1 to ws-noncomp-store-count
           else
               if ws-store-tbl-open(ws-store-idx) > ws-prior-start
                   move "NEW STORE"   to ws-sd-disp-basis
                   add 1 to ws-noncomp-store-count
               else
                   move "COMPARABLE"  to ws-sd-disp-basis
                   add 1 to ws-comp-store-count
                   add ws-store-tbl-cur-net(ws-store-idx)
                                       to ws-comp-cur-net
                   add ws-store-tbl-pri-net(ws-store-idx)
                                       to ws-comp-pri-net
               end-if
           end-if.
           add ws-store-tbl-cur-net(ws-store-idx) to ws-chain-cur-net.
           add ws-store-tbl-pri-net(ws-store-idx) to ws-chain-pri-net.
           write output-line from ws-store-detail.
      *
      *growth of ws-growth-cur over ws-growth-pri as a percentage to
      *one place; with nothing (or less) in the prior period there
      *is no base to grow from
       330-edit-growth.
           if ws-growth-pri > 0
               compute ws-growth-pct rounded =
                 (ws-growth-cur - ws-growth-pri) * 100 / ws-growth-pri
                 on size error
                     move "   ***  " to ws-growth-text
                 not on size error
                     move ws-growth-pct to ws-growth-disp-pct
                     move ws-growth-edit to ws-growth-text
               end-compute
           else
               move "     N/A" to ws-growth-text
           end-if.
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
           move "Comp_Store_Sales"     to adt-program-name.
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
               move "NO REQUEST PERIOD"     to adt-status-text
           else
               if ws-prior-gap-days > 0
                   move "PRIOR-YEAR ARCHIVES MISSING" to
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
           display "Comp_Store_Sales: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Comp_Store_Sales: RUN STOPPED - RAISE THE "
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
       end program Comp_Store_Sales.
