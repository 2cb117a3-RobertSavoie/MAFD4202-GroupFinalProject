       identification division.

      *Program:    Transmission_Check
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Checks that every store expected to trade today
      *            actually sent its daily file.  Every active store
      *            on Store-Master.dat is expected each business day
      *            the chain runs, unless Store-Closures.dat marks it
      *            closed for the day or its open date has not come
      *            yet.  The day's input files are read the way
      *            Final_EditFile reads them (Input-File-List.dat,
      *            else the single default file) and each store's
      *            records counted; a store that sent nothing, or
      *            only a trailer with no records on it, is listed
      *            with how many business days running it has now
      *            been missing, kept on Store-Transmit-History.dat.
      *            On a catch-up run (Catch-Up-Request.dat names the
      *            store and the business date its late file is for)
      *            the late file must hold that store's records for
      *            that day and nothing else, or it is refused before
      *            anything posts; once accepted the day comes off
      *            the store's missing run.  Daily_Run_Driver runs it
      *            straight after Final_EditFile on a normal night,
      *            and ahead of it on a catch-up run.  A rehearsal
      *            reads the real history but writes its report and
      *            its copy of the history to the trial area.

       program-id. Transmission_Check.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Lists the day's input files, one filename per line; with no
      *list the single default file is the day's input
       select file-list-file
           assign to "../../../../data/Input-File-List.dat"
           organization is line sequential
           file status is ws-filelist-status.
      *
      *One of the day's input files, whichever name is loaded before
      *the open
       select input-file
           assign to ws-input-file-name
           organization is line sequential
           file status is ws-input-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential.
      *
      *Stores closed for a particular day; optional
       select store-closure-file
           assign to "../../../../data/Store-Closures.dat"
           organization is line sequential
           file status is ws-closure-status.
      *
      *Each store's run of missed business days, carried night to
      *night; named through working storage so a rehearsal writes
      *its copy to the trial area
       select transmit-history-file
           assign to ws-history-file-name
           organization is line sequential
           file status is ws-history-status.
      *
      *The store and business date of a late file being caught up;
      *present only on a catch-up run
       select catch-up-file
           assign to "../../../../data/Catch-Up-Request.dat"
           organization is line sequential
           file status is ws-catch-up-status.
      *
       select report-file
           assign to ws-report-file-name
           organization is line sequential.
      *
      *The trial flag Daily_Run_Driver hands down
       select trial-flag-file
           assign to "../../../../data/Trial-Run-Flag.dat"
           organization is line sequential
           file status is ws-trial-status.
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
      *each line is the path to one of the day's input files
       fd file-list-file
           data record is file-list-line
           record contains 60 characters.
      *
       01 file-list-line               pic x(60).
      *
      *one record of a daily input file; only the store and the
      *transaction date matter here
       fd input-file
           data record is input-rec
           record contains 80 characters.
      *
       01 input-rec.
           05 ir-trans-code            pic x.
           05 ir-trans-amt             pic 9(7)v99.
           05 ir-payment-type          pic xx.
           05 ir-store-num             pic 99.
           05 ir-invoice               pic x(9).
           05 ir-sku-code              pic x(15).
           05 ir-trans-date            pic x(8).
           05 filler                   pic x(34).
      *
      *the transmission trailer on the end of each daily file: the
      *record count and hash total, and the sending store when the
      *store's own system sent the file
       01 trailer-rec.
           05 tlr-rec-type             pic x.
               88 trailer-record       value 'T'.
           05 tlr-record-count         pic 9(7).
           05 tlr-hash-total           pic 9(11)v99.
           05 tlr-store-num            pic xx.
           05 filler                   pic x(57).
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
      *one store closed for one day, and why
       fd store-closure-file
           data record is store-closure-line
           record contains 30 characters.
      *
       01 store-closure-line.
           05 scl-store-num            pic 99.
           05 scl-closed-date          pic 9(8).
           05 scl-reason               pic x(20).
      *
      *one store's transmission record: the last business date it
      *was checked for, the business days running it has been
      *missing as of that date (and as of the date before, so a
      *rerun of the same day recounts instead of counting twice),
      *the last business date a file of its arrived for, how it
      *stood on the last check, and the last late file caught up
       fd transmit-history-file
           data record is transmit-history-line
           record contains 33 characters.
      *
       01 transmit-history-line.
           05 sth-store-num            pic 99.
           05 sth-check-date           pic 9(8).
           05 sth-missing-days         pic 9(3).
           05 sth-prior-missing        pic 9(3).
           05 sth-last-received        pic 9(8).
           05 sth-last-status          pic x.
               88 sth-received                     value "R".
               88 sth-nothing-sent                 value "M".
               88 sth-trailer-only                 value "E".
               88 sth-closed                       value "C".
           05 sth-late-date            pic 9(8).
      *
      *the store and business date a late file is being posted for
       fd catch-up-file
           data record is catch-up-line
           record contains 10 characters.
      *
       01 catch-up-line.
           05 cur-store-num            pic 99.
           05 cur-business-date        pic 9(8).
      *
       fd report-file
           data record is output-line
           record contains 100 characters.
      *
       01 output-line                  pic x(100).
      *
      *the trial flag, one byte
       fd trial-flag-file
           data record is trial-flag-line
           record contains 1 characters.
      *
       01 trial-flag-line.
           05 tfl-trial-flag           pic x.
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
           05 filler                   pic x(34)   value
                                       "Store Transmission Check".
           05 filler                   pic x(33)   value spaces.
      *
       01 ws-date-line.
           05 filler                   pic x(16)   value
                                       "Business Date : ".
           05 ws-dl-disp-date          pic 9999/99/99.
           05 filler                   pic x(9)    value "   Run : ".
           05 ws-dl-disp-mode          pic x(20).
           05 filler                   pic x(45)   value spaces.
      *
       01 ws-section-title.
           05 ws-st-disp-title         pic x(50).
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-file-header.
           05 filler                   pic x(52)   value "Input File".
           05 filler                   pic x(10)   value "  Records".
           05 filler                   pic x(14)   value
                                       "  Trailer Str".
           05 filler                   pic x(24)   value "  Note".
      *
       01 ws-file-detail.
           05 ws-fd-disp-name          pic x(50).
           05 filler                   pic x(2)    value spaces.
           05 ws-fd-disp-count         pic z,zzz,zz9.
           05 filler                   pic x(5)    value spaces.
           05 ws-fd-disp-store         pic xx.
           05 filler                   pic x(8)    value spaces.
           05 ws-fd-disp-note          pic x(24).
      *
       01 ws-store-header.
           05 filler                   pic x(6)    value "Store".
           05 filler                   pic x(22)   value "Name".
           05 filler                   pic x(30)   value "Status".
           05 filler                   pic x(10)   value "  Missing".
           05 filler                   pic x(14)   value
                                       "  Last Sent".
           05 filler                   pic x(18)   value spaces.
      *
       01 ws-store-detail.
           05 filler                   pic x       value space.
           05 ws-sd-disp-num           pic 99.
           05 filler                   pic x(3)    value spaces.
           05 ws-sd-disp-name          pic x(20).
           05 filler                   pic x(2)    value spaces.
           05 ws-sd-disp-status        pic x(30).
           05 filler                   pic x(4)    value spaces.
           05 ws-sd-disp-days          pic zz9.
           05 filler                   pic x(7)    value spaces.
           05 ws-sd-disp-last          pic x(10).
           05 filler                   pic x(18)   value spaces.
      *
       01 ws-summary-count-line.
           05 ws-sum-disp-label        pic x(40).
           05 ws-sum-disp-count        pic z,zzz,zz9.
           05 filler                   pic x(51)   value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(5)    value spaces.
           05 ws-none-disp-text        pic x(50).
           05 filler                   pic x(45)   value spaces.
      *
      *a date as printed on a detail line
       01 ws-date-edit                 pic 9999/99/99.
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-filelist-status       pic xx      value "00".
           05 ws-input-status          pic xx      value "00".
           05 ws-closure-status        pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
           05 ws-catch-up-status       pic xx      value "00".
      *
      *whether this run is a rehearsal, off the flag the driver
      *hands down
       01 ws-trial-control.
           05 ws-trial-status          pic xx      value "00".
           05 ws-trial-mode            pic x       value "n".
               88 ws-trial-running         value "y".
      *    staging for the TRIAL prefix on a rehearsal's audit
      *    entry, so nothing downstream mistakes it for a real run
           05 ws-trial-status-work      pic x(24)   value spaces.
      *
      *the filenames, swung to the trial area on a trial run.  The
      *history is always read from the data area; a rehearsal
      *writes its updated copy to the trial area instead.
       77 ws-report-file-name          pic x(60)   value
                         "../../../../output/Transmission-Check.out".
       77 ws-history-file-name         pic x(60)   value
                      "../../../../data/Store-Transmit-History.dat".
      *
      *the single default input file, read when there is no list,
      *the same default Final_EditFile falls back to
       77 ws-default-input-name        pic x(60)   value
                                     "../../../../data/project8.dat".
      *
       01 ws-input-control.
           05 ws-input-file-name       pic x(60)   value spaces.
           05 ws-filelist-eof-flag     pic x       value "n".
           05 ws-input-eof-flag        pic x       value "n".
           05 ws-file-record-count     pic 9(7)    value 0.
           05 ws-file-trailer-found    pic x       value "n".
           05 ws-file-trailer-store    pic xx      value spaces.
           05 ws-file-count            pic 9(5)    value 0.
           05 ws-file-row              pic 999     value 0.
      *
      *the business date being checked and whether this is a
      *catch-up run for one store's late file
       01 ws-run-control.
           05 ws-business-date         pic 9(8)    value 0.
           05 ws-catch-up-flag         pic x       value "n".
               88 ws-catch-up-run                  value "y".
           05 ws-catch-up-store        pic 99      value 0.
           05 ws-catch-up-row          pic 999     value 0.
           05 ws-catch-up-accepted     pic x       value "n".
      *
      *every store, one row per store number (row = store + 1),
      *with what arrived for it today and its missing-day history
       01 ws-store-table.
           05 ws-store-entry           occurs 100 times.
               10 ws-store-tbl-on-file    pic x       value "n".
               10 ws-store-tbl-name       pic x(20)   value spaces.
               10 ws-store-tbl-active     pic x       value space.
               10 ws-store-tbl-open       pic 9(8)    value 0.
               10 ws-store-tbl-records    pic 9(7)    value 0.
               10 ws-store-tbl-empty      pic x       value "n".
               10 ws-store-tbl-closed     pic x       value "n".
               10 ws-store-tbl-reason     pic x(20)   value spaces.
               10 ws-store-tbl-hist       pic x       value "n".
               10 ws-store-tbl-check      pic 9(8)    value 0.
               10 ws-store-tbl-missing    pic 9(3)    value 0.
               10 ws-store-tbl-prior      pic 9(3)    value 0.
               10 ws-store-tbl-last-rcvd  pic 9(8)    value 0.
               10 ws-store-tbl-status     pic x       value space.
               10 ws-store-tbl-late       pic 9(8)    value 0.
      *
       01 ws-store-control.
           05 ws-store-row             pic 999     value 0.
           05 ws-store-eof-flag        pic x       value "n".
           05 ws-closure-eof-flag      pic x       value "n".
           05 ws-history-eof-flag      pic x       value "n".
      *
      *what the check found, for the summary and the return code
       01 ws-check-totals.
           05 ws-expected-count        pic 9(5)    value 0.
           05 ws-received-count        pic 9(5)    value 0.
           05 ws-nothing-count         pic 9(5)    value 0.
           05 ws-empty-count           pic 9(5)    value 0.
           05 ws-closed-count          pic 9(5)    value 0.
           05 ws-not-open-count        pic 9(5)    value 0.
           05 ws-total-records         pic 9(7)    value 0.
           05 ws-other-store-recs      pic 9(7)    value 0.
           05 ws-other-date-recs       pic 9(7)    value 0.
           05 ws-listed-count          pic 9(5)    value 0.
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
           perform 24-check-trial-mode.
           perform 25-open-files.
           perform 30-read-catch-up-request.
           perform 40-load-store-master.
           perform 45-load-closures.
           perform 50-load-history.
           perform 150-print-page-headings.
      *
           perform 100-scan-input-files.
      *
           if ws-catch-up-run
               perform 300-check-late-file
           else
               perform 200-check-expected-stores
           end-if.
           perform 700-write-history.
      *
      *    a store gone missing is for the operator to chase and the
      *    night carries on; a late file that is not what the
      *    catch-up said it would be must not post at all
           if ws-catch-up-run
               if ws-catch-up-accepted = "y"
                   move 0 to return-code
               else
                   move 8 to return-code
               end-if
           else
               if ws-nothing-count = 0 and ws-empty-count = 0
                   move 0 to return-code
               else
                   move 4 to return-code
               end-if
           end-if.
      *
           perform 790-write-audit-trail.
           perform 75-close-files.
      *
           goback.
      *
      *************************************************************
      *reads the trial flag the driver hands down and, on a trial
      *run, swings the report to the trial area
       24-check-trial-mode.
           open input trial-flag-file.
           if ws-trial-status = "00"
               read trial-flag-file
                   at end
                       continue
                   not at end
                       if tfl-trial-flag = "Y"
                           move "y" to ws-trial-mode
                       end-if
               end-read
               close trial-flag-file
           end-if.
           if ws-trial-running
               move "../../../../trial/Transmission-Check.out"
                                       to ws-report-file-name
           end-if.
      *
      *************************************************************
      *open files
       25-open-files.
           open output report-file.
      *
      *************************************************************
      *a catch-up request turns this into a check of one store's
      *late file for its own business date; otherwise the day being
      *checked is today's
       30-read-catch-up-request.
           accept ws-system-date from date YYYYMMDD.
           move ws-sys-year  to ws-business-date(1:4).
           move ws-sys-month to ws-business-date(5:2).
           move ws-sys-day   to ws-business-date(7:2).
      *
           open input catch-up-file.
           if ws-catch-up-status = "00"
               read catch-up-file
                   at end
                       continue
                   not at end
                       if cur-store-num is numeric and
                         cur-store-num > 0 and
                         cur-business-date is numeric and
                         cur-business-date > 0
                           move "y" to ws-catch-up-flag
                           move cur-store-num to ws-catch-up-store
                           move cur-business-date to
                                                 ws-business-date
                           compute ws-catch-up-row =
                             cur-store-num + 1
                       end-if
               end-read
               close catch-up-file
           end-if.
      *
      *************************************************************
      *loads the store master by store number
       40-load-store-master.
           open input store-master-file.
           perform 41-read-store-master
             until ws-store-eof-flag = "y".
           close store-master-file.
      *
       41-read-store-master.
           read store-master-file
               at end
                   move "y" to ws-store-eof-flag
           end-read.
           if ws-store-eof-flag not = "y" and
             stm-store-num is numeric
               compute ws-store-row = stm-store-num + 1
               move "y"             to
                                 ws-store-tbl-on-file(ws-store-row)
               move stm-store-name  to ws-store-tbl-name(ws-store-row)
               move stm-active-flag to
                                 ws-store-tbl-active(ws-store-row)
      *        a store on file before open dates were kept shows 0,
      *        long established
               if stm-open-date is numeric
                   move stm-open-date to
                                 ws-store-tbl-open(ws-store-row)
               else
                   move 0 to ws-store-tbl-open(ws-store-row)
               end-if
           end-if.
      *
      *************************************************************
      *marks the stores closed on the business date being checked
       45-load-closures.
           open input store-closure-file.
           if ws-closure-status = "00"
               perform 46-read-closure
                 until ws-closure-eof-flag = "y"
               close store-closure-file
           end-if.
      *
       46-read-closure.
           read store-closure-file
               at end
                   move "y" to ws-closure-eof-flag
           end-read.
           if ws-closure-eof-flag not = "y" and
             scl-store-num is numeric and
             scl-closed-date = ws-business-date
               compute ws-store-row = scl-store-num + 1
               move "y"        to ws-store-tbl-closed(ws-store-row)
               move scl-reason to ws-store-tbl-reason(ws-store-row)
           end-if.
      *
      *************************************************************
      *loads each store's missing-day history; a store with none yet
      *starts from nothing missing
       50-load-history.
           open input transmit-history-file.
           if ws-history-status = "00"
               perform 51-read-history
                 until ws-history-eof-flag = "y"
               close transmit-history-file
           end-if.
      *
       51-read-history.
           read transmit-history-file
               at end
                   move "y" to ws-history-eof-flag
           end-read.
           if ws-history-eof-flag not = "y" and
             sth-store-num is numeric
               compute ws-store-row = sth-store-num + 1
               move "y"               to
                                 ws-store-tbl-hist(ws-store-row)
               move sth-check-date    to
                                 ws-store-tbl-check(ws-store-row)
               move sth-missing-days  to
                                 ws-store-tbl-missing(ws-store-row)
               move sth-prior-missing to
                                 ws-store-tbl-prior(ws-store-row)
               move sth-last-received to
                                 ws-store-tbl-last-rcvd(ws-store-row)
               move sth-last-status   to
                                 ws-store-tbl-status(ws-store-row)
               move sth-late-date     to
                                 ws-store-tbl-late(ws-store-row)
           end-if.
      *
      *************************************************************
      *reads every one of the day's input files, listing each with
      *its record count and trailer, and counts each store's records
       100-scan-input-files.
           move "DAILY INPUT FILES" to ws-st-disp-title.
           write output-line
             from ws-section-title
             after advancing 2 lines.
           write output-line
             from ws-file-header
             after advancing 1 line.
      *
           open input file-list-file.
           if ws-filelist-status = "00"
               perform 105-read-next-filename
               if ws-filelist-eof-flag = "y"
                   move ws-default-input-name to ws-input-file-name
                   perform 110-scan-one-file
               else
                   perform 110-scan-one-file
                     until ws-filelist-eof-flag = "y"
               end-if
               close file-list-file
           else
               move ws-default-input-name to ws-input-file-name
               perform 110-scan-one-file
           end-if.
      *
       105-read-next-filename.
           read file-list-file into ws-input-file-name
               at end
                   move "y" to ws-filelist-eof-flag
           end-read.
      *
      *counts one file's records by store.  A file holding nothing
      *but its trailer is put down against the store named on the
      *trailer, so a store whose system sent an empty file is told
      *apart from one that sent nothing at all.
       110-scan-one-file.
           add 1 to ws-file-count.
           move 0      to ws-file-record-count.
           move "n"    to ws-file-trailer-found.
           move spaces to ws-file-trailer-store.
           move "n"    to ws-input-eof-flag.
           move ws-input-file-name to ws-fd-disp-name.
           move spaces to ws-fd-disp-store.
      *
           open input input-file.
           if ws-input-status = "00"
               perform 120-read-input-line
                 until ws-input-eof-flag = "y"
               close input-file
               move ws-file-record-count  to ws-fd-disp-count
               move ws-file-trailer-store to ws-fd-disp-store
               if ws-file-trailer-found not = "y"
                   move "NO TRAILER"            to ws-fd-disp-note
               else
                   if ws-file-record-count = 0
                       move "TRAILER ONLY - EMPTY" to ws-fd-disp-note
                       perform 115-note-empty-file
                   else
                       move spaces              to ws-fd-disp-note
                   end-if
               end-if
           else
               move 0               to ws-fd-disp-count
               move "FILE NOT FOUND" to ws-fd-disp-note
           end-if.
           write output-line from ws-file-detail.
      *
           if ws-filelist-status = "00" and ws-filelist-eof-flag = "n"
               perform 105-read-next-filename
           end-if.
      *
       115-note-empty-file.
           if ws-file-trailer-store is numeric
               move ws-file-trailer-store to ws-file-row
               add 1 to ws-file-row
               move "y" to ws-store-tbl-empty(ws-file-row)
           end-if.
      *
      *the trailer's own line is noted rather than counted; every
      *other line counts to the store it was rung at.  On a catch-up
      *run a line for another store or dated another day is counted
      *apart, since the late file should hold one store's one day.
       120-read-input-line.
           read input-file
               at end
                   move "y" to ws-input-eof-flag
           end-read.
           if ws-input-eof-flag not = "y"
               if trailer-record
                   move "y"           to ws-file-trailer-found
                   move tlr-store-num to ws-file-trailer-store
               else
                   add 1 to ws-file-record-count
                   add 1 to ws-total-records
                   if ir-store-num is numeric
                       compute ws-store-row = ir-store-num + 1
                       add 1 to ws-store-tbl-records(ws-store-row)
                       if ws-catch-up-run
                           perform 125-check-late-line
                       end-if
                   else
                       if ws-catch-up-run
                           add 1 to ws-other-store-recs
                       end-if
                   end-if
               end-if
           end-if.
      *
       125-check-late-line.
           if ir-store-num not = ws-catch-up-store
               add 1 to ws-other-store-recs
           else
               if ir-trans-date not = ws-business-date(1:8)
                   add 1 to ws-other-date-recs
               end-if
           end-if.
      *
      *************************************************************
      *the nightly check: every active store that has opened and is
      *not closed today is expected.  A store that sent records has
      *its missing run cleared; one that sent nothing, or an empty
      *file, has the run lengthened by today.  A closed store's run
      *stands as it was.
       200-check-expected-stores.
           move "STORES MISSING TODAY" to ws-st-disp-title.
           write output-line
             from ws-section-title
             after advancing 2 lines.
           write output-line
             from ws-store-header
             after advancing 1 line.
           perform 210-check-one-store
             varying ws-store-row from 2 by 1
             until ws-store-row > 100.
           if ws-listed-count = 0
               move "every store expected today sent its file"
                                       to ws-none-disp-text
               write output-line from ws-none-line
           end-if.
      *
           move 0 to ws-listed-count.
           move "STORES NOT EXPECTED TODAY" to ws-st-disp-title.
           write output-line
             from ws-section-title
             after advancing 2 lines.
           write output-line
             from ws-store-header
             after advancing 1 line.
           perform 240-list-one-not-expected
             varying ws-store-row from 2 by 1
             until ws-store-row > 100.
           if ws-listed-count = 0
               move "no store was closed or not yet open"
                                       to ws-none-disp-text
               write output-line from ws-none-line
           end-if.
      *
           move "Stores Expected"      to ws-sum-disp-label.
           move ws-expected-count      to ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 2 lines.
           move "Stores Received"      to ws-sum-disp-label.
           move ws-received-count      to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Stores That Sent Nothing" to ws-sum-disp-label.
           move ws-nothing-count       to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Stores That Sent An Empty File"
                                       to ws-sum-disp-label.
           move ws-empty-count         to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Stores Closed Today"  to ws-sum-disp-label.
           move ws-closed-count        to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Stores Not Yet Open"  to ws-sum-disp-label.
           move ws-not-open-count      to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Input Files Read"     to ws-sum-disp-label.
           move ws-file-count          to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Input Records Read"   to ws-sum-disp-label.
           move ws-total-records       to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
      *
       210-check-one-store.
           if ws-store-tbl-on-file(ws-store-row) = "y" and
             ws-store-tbl-active(ws-store-row) = "Y"
               perform 220-start-todays-count
               if ws-store-tbl-closed(ws-store-row) = "y"
                   add 1 to ws-closed-count
                   move "C" to ws-store-tbl-status(ws-store-row)
               else
                   if ws-store-tbl-open(ws-store-row) >
                     ws-business-date
                       add 1 to ws-not-open-count
                   else
                       add 1 to ws-expected-count
                       perform 230-settle-expected-store
                   end-if
               end-if
           end-if.
      *
      *a rerun of a day already checked starts again from the run as
      *it stood before that day, so the day is never counted twice
       220-start-todays-count.
           if ws-store-tbl-check(ws-store-row) = ws-business-date
               move ws-store-tbl-prior(ws-store-row) to
                                 ws-store-tbl-missing(ws-store-row)
           else
               move ws-store-tbl-missing(ws-store-row) to
                                 ws-store-tbl-prior(ws-store-row)
           end-if.
           move ws-business-date to ws-store-tbl-check(ws-store-row).
           move "y" to ws-store-tbl-hist(ws-store-row).
      *
       230-settle-expected-store.
           if ws-store-tbl-records(ws-store-row) > 0
               add 1 to ws-received-count
               move 0   to ws-store-tbl-missing(ws-store-row)
               move ws-business-date to
                                 ws-store-tbl-last-rcvd(ws-store-row)
               move "R" to ws-store-tbl-status(ws-store-row)
           else
               if ws-store-tbl-missing(ws-store-row) < 999
                   add 1 to ws-store-tbl-missing(ws-store-row)
               end-if
               if ws-store-tbl-empty(ws-store-row) = "y"
                   add 1 to ws-empty-count
                   move "E" to ws-store-tbl-status(ws-store-row)
                   move "TRAILER ONLY - NO RECORDS" to
                                                 ws-sd-disp-status
               else
                   add 1 to ws-nothing-count
                   move "M" to ws-store-tbl-status(ws-store-row)
                   move "NOTHING SENT"       to ws-sd-disp-status
               end-if
               perform 250-print-store-line
           end-if.
      *
       240-list-one-not-expected.
           if ws-store-tbl-on-file(ws-store-row) = "y" and
             ws-store-tbl-active(ws-store-row) = "Y"
               if ws-store-tbl-closed(ws-store-row) = "y"
                   move spaces to ws-sd-disp-status
                   string "CLOSED - " delimited by size
                     ws-store-tbl-reason(ws-store-row)
                       delimited by size
                     into ws-sd-disp-status
                   end-string
                   perform 250-print-store-line
               else
                   if ws-store-tbl-open(ws-store-row) >
                     ws-business-date
                       move ws-store-tbl-open(ws-store-row) to
                                                 ws-date-edit
                       move spaces to ws-sd-disp-status
                       string "OPENS " delimited by size
                         ws-date-edit delimited by size
                         into ws-sd-disp-status
                       end-string
                       perform 250-print-store-line
                   end-if
               end-if
           end-if.
      *
      *one store line: the status is already in place
       250-print-store-line.
           add 1 to ws-listed-count.
           compute ws-sd-disp-num = ws-store-row - 1.
           move ws-store-tbl-name(ws-store-row)    to ws-sd-disp-name.
           move ws-store-tbl-missing(ws-store-row) to ws-sd-disp-days.
           if ws-store-tbl-last-rcvd(ws-store-row) > 0
               move ws-store-tbl-last-rcvd(ws-store-row) to
                                                 ws-date-edit
               move ws-date-edit to ws-sd-disp-last
           else
               move "NEVER"      to ws-sd-disp-last
           end-if.
           write output-line from ws-store-detail.
      *
      *************************************************************
      *the catch-up check: the late file must hold the named store's
      *records for the named day and nothing else, so the chain
      *posts it under that day alone.  Once accepted, the day no
      *longer counts against the store's missing run - taken off
      *once however often the catch-up is rerun.
       300-check-late-file.
           move "LATE FILE CAUGHT UP" to ws-st-disp-title.
           write output-line
             from ws-section-title
             after advancing 2 lines.
           write output-line
             from ws-store-header
             after advancing 1 line.
      *
           move ws-catch-up-row to ws-store-row.
           if ws-store-tbl-on-file(ws-store-row) not = "y"
               move "REFUSED - NOT ON STORE MASTER" to
                                                 ws-sd-disp-status
           else
               if ws-store-tbl-records(ws-store-row) = 0
                   move "REFUSED - NO RECORDS FOR IT" to
                                                 ws-sd-disp-status
               else
                   if ws-other-store-recs > 0 or
                     ws-other-date-recs > 0
                       move "REFUSED - OTHER STORES/DAYS" to
                                                 ws-sd-disp-status
                   else
                       move "y" to ws-catch-up-accepted
                       perform 310-post-late-day
                       move "LATE FILE ACCEPTED" to
                                                 ws-sd-disp-status
                   end-if
               end-if
           end-if.
           perform 250-print-store-line.
      *
           move "Records For The Store"    to ws-sum-disp-label.
           move ws-store-tbl-records(ws-store-row) to
                                             ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 2 lines.
           move "Records For Another Store" to ws-sum-disp-label.
           move ws-other-store-recs        to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Records Dated Another Day" to ws-sum-disp-label.
           move ws-other-date-recs         to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Input Files Read"         to ws-sum-disp-label.
           move ws-file-count              to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
      *
       310-post-late-day.
           move "y" to ws-store-tbl-hist(ws-store-row).
           if ws-store-tbl-late(ws-store-row) not = ws-business-date
               if ws-store-tbl-missing(ws-store-row) > 0
                   subtract 1 from ws-store-tbl-missing(ws-store-row)
               end-if
               if ws-store-tbl-prior(ws-store-row) > 0
                   subtract 1 from ws-store-tbl-prior(ws-store-row)
               end-if
               move ws-business-date to
                                 ws-store-tbl-late(ws-store-row)
           end-if.
           if ws-business-date > ws-store-tbl-last-rcvd(ws-store-row)
               move ws-business-date to
                                 ws-store-tbl-last-rcvd(ws-store-row)
           end-if.
      *
      *************************************************************
      *rewrites the history, one line per store with any history,
      *in store order; a store gone from the master is dropped.  A
      *rehearsal leaves the real history alone.
       700-write-history.
           if ws-trial-running
               move "../../../../trial/Store-Transmit-History.dat"
                                       to ws-history-file-name
           end-if.
           open output transmit-history-file.
           perform 710-write-one-history
             varying ws-store-row from 2 by 1
             until ws-store-row > 100.
           close transmit-history-file.
      *
       710-write-one-history.
           if ws-store-tbl-hist(ws-store-row) = "y" and
             ws-store-tbl-on-file(ws-store-row) = "y"
               compute sth-store-num = ws-store-row - 1
               move ws-store-tbl-check(ws-store-row)   to
                                                 sth-check-date
               move ws-store-tbl-missing(ws-store-row) to
                                                 sth-missing-days
               move ws-store-tbl-prior(ws-store-row)   to
                                                 sth-prior-missing
               move ws-store-tbl-last-rcvd(ws-store-row) to
                                                 sth-last-received
               move ws-store-tbl-status(ws-store-row)  to
                                                 sth-last-status
               move ws-store-tbl-late(ws-store-row)    to
                                                 sth-late-date
               write transmit-history-line
           end-if.
      *
      *************************************************************
      *prints page heading and the day being checked
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
           move ws-business-date to ws-dl-disp-date.
           if ws-catch-up-run
               move "CATCH-UP"      to ws-dl-disp-mode
           else
               move "NIGHTLY"       to ws-dl-disp-mode
           end-if.
           write output-line from ws-date-line.
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
           move "Transmission_Check"   to adt-program-name.
           move ws-sys-year            to adt-run-date(1:4).
           move ws-sys-month           to adt-run-date(5:2).
           move ws-sys-day             to adt-run-date(7:2).
           move ws-sys-hour            to adt-run-time(1:2).
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-catch-up-run
               if return-code = 0
                   move "LATE FILE ACCEPTED"    to adt-status-text
               else
                   move "LATE FILE REFUSED"     to adt-status-text
               end-if
           else
               if return-code = 0
                   move "ALL STORES RECEIVED"   to adt-status-text
               else
                   move "STORES MISSING"        to adt-status-text
               end-if
           end-if.
      *    a rehearsal's entry is marked so the restart eligibility
      *    scan and Ops_Status never mistake it for a real run
           if ws-trial-running
               move adt-status-text(1:24) to ws-trial-status-work
               move spaces                to adt-status-text
               move "TRIAL"               to adt-status-text(1:5)
               move ws-trial-status-work  to adt-status-text(7:24)
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
      *
       end program Transmission_Check.
