       identification division.

      *Program:    Run_Backout
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Backs a committed nightly run out of the standing
      *            files by putting back the before-images
      *            Run_Before_Image took when that run's chain
      *            started.  The run comes off Backout-Request.dat
      *            (its date and start time off Run-Before-Image.out;
      *            a time of zero means the latest run that day).
      *            Refused, with nothing touched, when the run is
      *            not on Run-Image-Catalog.dat, was already backed
      *            out, has a later run committed on top of it (that
      *            one is backed out first), any of its images is
      *            missing, or the audit trail shows Month_End_Close,
      *            Register_Reorg, Cheque_Recon, Master_Maintenance
      *            or Inventory_Extract has run since - their work
      *            would be lost under the images.  Every record the
      *            back-out removes, puts back or changes is listed
      *            file by file, and the run's day files (the valid,
      *            invalid, sales, return, void and transfer data)
      *            are removed so the next run does not archive them
      *            as a posted day.  The run is marked backed out on
      *            the catalog, and the back-out goes on the audit
      *            trail.  Run on its own, outside the nightly
      *            window.  Holds the shared run lock (Run-Lock.dat)
      *            while it runs, and will not start while another
      *            program holds it.

       program-id. Run_Backout.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Which run to back out: its date and start time
       select request-file
           assign to "../../../../data/Backout-Request.dat"
           organization is line sequential
           file status is ws-request-status.
      *
      *The before-images on hand, one line per file per run
       select image-catalog-file
           assign to "../../../../data/Run-Image-Catalog.dat"
           organization is line sequential
           file status is ws-catalog-status.
      *
      *The live indexed register, compared in key order and rebuilt
       select invoice-register-file
           assign to "../../../../data/Invoice-Register.dat"
           organization is indexed
           access mode is sequential
           record key is irg-invoice
           file status is ws-register-status.
      *
      *Whichever line-sequential standing file is being put back
       select live-file
           assign to ws-live-name
           organization is line sequential
           file status is ws-live-status.
      *
      *Its before-image
       select image-file
           assign to ws-image-name
           organization is line sequential
           file status is ws-image-status.
      *
       select report-file
           assign to "../../../../output/Run-Backout.out"
           organization is line sequential.
      *
      *Shared run lock the programs that rewrite the standing files
      *take while they run, so no two of them ever overlap
       select run-lock-file
           assign to "../../../../data/Run-Lock.dat"
           organization is line sequential
           file status is ws-lock-status.
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
      *the run to back out
       fd request-file
           data record is request-line
           record contains 14 characters.
      *
       01 request-line.
           05 brq-run-date             pic 9(8).
           05 brq-run-time             pic 9(6).
      *
      *one catalog line: the run (the chain's start date and time),
      *'F' for a file imaged or 'B' once the run is backed out, the
      *standing file, its image, how many records it held and
      *whether it was there at all when the run started
       fd image-catalog-file
           data record is image-catalog-line
           record contains 133 characters.
      *
       01 image-catalog-line.
           05 rim-run-date             pic 9(8).
           05 rim-run-time             pic 9(6).
           05 rim-entry-type           pic x.
               88 rim-file-image                   value "F".
               88 rim-backed-out                   value "B".
           05 rim-file-name            pic x(30).
           05 rim-image-name           pic x(80).
           05 rim-record-count         pic 9(7).
           05 rim-existed              pic x.
      *
      *one accepted invoice, keyed by the invoice number, with the
      *date it first posted
       fd invoice-register-file
           data record is invoice-register-rec
           record contains 17 characters.
      *
       01 invoice-register-rec.
           05 irg-invoice              pic x(9).
           05 irg-post-date            pic x(8).
      *
      *any of the standing files, none of them wider than this
       fd live-file
           data record is live-line
           record contains 256 characters.
      *
       01 live-line                    pic x(256).
      *
       fd image-file
           data record is image-line
           record contains 256 characters.
      *
       01 image-line                   pic x(256).
       01 image-register-line redefines image-line.
           05 imr-invoice              pic x(9).
           05 imr-post-date            pic x(8).
           05 filler                   pic x(239).
      *
       fd report-file
           data record is output-line
           record contains 100 characters.
      *
       01 output-line                  pic x(100).
      *
      *who holds the run lock, since when and for what run, and the
      *program it is lent to while its holder runs that program as a
      *step of its own.  An empty file is a free lock.
       fd run-lock-file
           data record is run-lock-line
           record contains 82 characters.
      *
       01 run-lock-line.
           05 lck-program-name         pic x(20).
           05 lck-since-date           pic 9(8).
           05 lck-since-time           pic 9(6).
           05 lck-run-descr            pic x(28).
           05 lck-lent-to              pic x(20).
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
                                       "Nightly Run Back-Out".
           05 filler                   pic x(35)   value spaces.
      *
       01 ws-run-line.
           05 filler                   pic x(20)   value
                                       "Run Requested     : ".
           05 ws-run-disp-date         pic 9999/99/99.
           05 filler                   pic x       value space.
           05 ws-run-disp-time         pic 99b99b99.
           05 filler                   pic x(61)   value spaces.
      *
       01 ws-legend-line.
           05 filler                   pic x(50)   value
             "REMOVED  = written by the run, taken out again    ".
           05 filler                   pic x(50)   value
             "PUT BACK = taken away by the run, restored        ".
      *
       01 ws-legend-line-2.
           05 filler                   pic x(50)   value
             "WAS/NOW  = changed by the run: as it stood after  ".
           05 filler                   pic x(50)   value
             "the run, and as it is put back                    ".
      *
       01 ws-refused-line.
           05 filler                   pic x(19)   value
                                       "BACK-OUT REFUSED - ".
           05 ws-ref-disp-reason       pic x(40).
           05 ws-ref-disp-detail       pic x(41).
      *
       01 ws-file-heading.
           05 filler                   pic x(6)    value "File: ".
           05 ws-fh-disp-name          pic x(30).
           05 filler                   pic x(2)    value spaces.
           05 ws-fh-disp-note          pic x(62).
      *
       01 ws-file-counts.
           05 filler                   pic x(6)    value "  Now ".
           05 ws-fc-disp-now           pic zzzzzz9.
           05 filler                   pic x(10)   value " Restored ".
           05 ws-fc-disp-restored      pic zzzzzz9.
           05 filler                   pic x(6)    value " Same ".
           05 ws-fc-disp-same          pic zzzzzz9.
           05 filler                   pic x(9)    value " Changed ".
           05 ws-fc-disp-changed       pic zzzzzz9.
           05 filler                   pic x(9)    value " Removed ".
           05 ws-fc-disp-removed       pic zzzzzz9.
           05 filler                   pic x(10)   value " Put Back ".
           05 ws-fc-disp-put-back      pic zzzzzz9.
           05 filler                   pic x(8)    value spaces.
      *
       01 ws-change-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-cd-disp-verb          pic x(9).
           05 filler                   pic x       value space.
           05 ws-cd-disp-text          pic x(88).
      *
       01 ws-more-line.
           05 filler                   pic x(12)   value spaces.
           05 ws-more-disp-count       pic zzzzzz9.
           05 filler                   pic x(40)   value
                        " more differences counted, not listed".
           05 filler                   pic x(41)   value spaces.
      *
       01 ws-summary-count-line.
           05 ws-sum-disp-label        pic x(36).
           05 ws-sum-disp-count        pic zzzzzz9.
           05 filler                   pic x(57)   value spaces.
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-register-status       pic xx      value "00".
           05 ws-live-status           pic xx      value "00".
           05 ws-image-status          pic xx      value "00".
      *
      *differences listed per file before the rest are only counted
       77 const-detail-limit           pic 9(4)    value 200.
      *
      *the catalog as it stands
       01 ws-catalog-table.
           05 ws-cat-entry             occurs 300 times
                                       indexed by ws-cat-idx.
               10 ws-cat-tbl-run-id       pic 9(14).
               10 ws-cat-tbl-type         pic x.
               10 ws-cat-tbl-file         pic x(30).
               10 ws-cat-tbl-image        pic x(80).
               10 ws-cat-tbl-count        pic 9(7).
               10 ws-cat-tbl-existed      pic x.
      *
       01 ws-catalog-control.
           05 ws-catalog-count         pic 9(4)    value 0.
           05 ws-catalog-eof-flag      pic x       value "n".
      *
       77 ws-catalog-max               pic 9(4)    value 300.
      *
      *the run asked for and what the catalog says about it
       01 ws-request-control.
           05 ws-request-found         pic x       value "n".
           05 ws-request-id            pic 9(14)   value 0.
           05 ws-target-id             pic 9(14)   value 0.
           05 ws-target-files          pic 9(4)    value 0.
           05 ws-target-backed-out     pic x       value "n".
           05 ws-later-id              pic 9(14)   value 0.
           05 ws-check-id              pic 9(14)   value 0.
           05 ws-check-sub             pic 9(4)    value 0.
           05 ws-check-backed-out      pic x       value "n".
           05 ws-audit-eof-flag        pic x       value "n".
           05 ws-audit-id              pic 9(14)   value 0.
           05 ws-after-program         pic x(20)   value spaces.
           05 ws-after-id              pic 9(14)   value 0.
      *
      *why the back-out was refused; spaces when it went ahead
       01 ws-refusal-control.
           05 ws-refuse-reason         pic x(40)   value spaces.
           05 ws-refuse-detail         pic x(41)   value spaces.
      *
      *the file being put back
       01 ws-file-work.
           05 ws-live-name             pic x(80)   value spaces.
           05 ws-image-name            pic x(80)   value spaces.
           05 ws-delete-name           pic x(80)   value spaces.
           05 ws-live-eof-flag         pic x       value "n".
           05 ws-image-eof-flag        pic x       value "n".
           05 ws-live-open             pic x       value "n".
           05 ws-image-open            pic x       value "n".
           05 ws-live-key              pic x(9)    value spaces.
           05 ws-image-key             pic x(9)    value spaces.
           05 ws-file-now              pic 9(7)    value 0.
           05 ws-file-restored         pic 9(7)    value 0.
           05 ws-file-same             pic 9(7)    value 0.
           05 ws-file-changed          pic 9(7)    value 0.
           05 ws-file-removed          pic 9(7)    value 0.
           05 ws-file-put-back         pic 9(7)    value 0.
           05 ws-file-listed           pic 9(7)    value 0.
           05 ws-file-unlisted         pic 9(7)    value 0.
      *
      *the difference being listed
       01 ws-change-work.
           05 ws-chg-verb              pic x(9)    value spaces.
           05 ws-chg-text              pic x(256)  value spaces.
      *
      *run totals
       01 ws-run-totals.
           05 ws-tot-files-restored    pic 9(5)    value 0.
           05 ws-tot-files-removed     pic 9(5)    value 0.
           05 ws-tot-changed           pic 9(7)    value 0.
           05 ws-tot-removed           pic 9(7)    value 0.
           05 ws-tot-put-back          pic 9(7)    value 0.
           05 ws-tot-day-files         pic 9(5)    value 0.
      *
      *builds the live path for a standing file
       01 ws-path-work.
           05 ws-live-prefix           pic x(17)   value
                                       "../../../../data/".
      *
      *the run's day files, taken away once its standing files are
      *back so the next run does not archive them as a posted day
       01 ws-day-file-names.
           05 filler                   pic x(20)   value
                                       "Valid-Data.dat".
           05 filler                   pic x(20)   value
                                       "Invalid-Data.dat".
           05 filler                   pic x(20)   value
                                       "S-L-Data.dat".
           05 filler                   pic x(20)   value
                                       "Return-Data.dat".
           05 filler                   pic x(20)   value
                                       "Void-Data.dat".
           05 filler                   pic x(20)   value
                                       "Transfer-Data.dat".
       01 ws-day-file-table redefines ws-day-file-names.
           05 ws-day-file-name         occurs 6 times
                                       pic x(20).
      *
       77 ws-day-file-sub              pic 9       value 0.
      *
      *set when a table outgrows its limit
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
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
      *the run lock as found, and whether this run took it (and so
      *gives it back at the end) or was stopped by it
       01 ws-run-lock-control.
           05 ws-lock-status           pic xx      value "00".
           05 ws-lock-found            pic x       value "n".
           05 ws-lock-taken            pic x       value "n".
               88 ws-lock-was-taken        value "y".
           05 ws-lock-blocked          pic x       value "n".
               88 ws-run-locked            value "y".
           05 ws-lock-holder           pic x(20)   value spaces.
           05 ws-lock-since-date       pic 9(8)    value 0.
           05 ws-lock-since-time       pic 9(6)    value 0.
           05 ws-lock-descr            pic x(28)   value spaces.
           05 ws-lock-lent-to          pic x(20)   value spaces.
      *
      *tracks the shared run-manifest file this program appends to
       01 ws-audit-control.
           05 ws-audit-status           pic xx     value "00".
      *
       procedure division.
       000-main.
      *
           perform 10-take-run-lock.
           perform 25-open-files.
           perform 30-read-request.
           perform 50-load-catalog.
           perform 100-check-request.
           perform 150-print-page-headings.
      *
           if ws-refuse-reason = spaces
               perform 300-back-out-run
               perform 400-remove-day-files
               perform 700-mark-run-backed-out
               perform 720-print-totals
               move 0 to return-code
           else
               move ws-refuse-reason to ws-ref-disp-reason
               move ws-refuse-detail to ws-ref-disp-detail
               write output-line
                 from ws-refused-line
                 after advancing 2 lines
               display "Run_Backout: BACK-OUT REFUSED - "
                 ws-refuse-reason
      *        nothing was touched, but the operator must look
               move 8 to return-code
           end-if.
      *
           perform 15-release-run-lock.
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
      *
      *************************************************************
      *reads the run to back out
       30-read-request.
           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       if brq-run-date is numeric and
                         brq-run-time is numeric
                           move "y"          to ws-request-found
                           move brq-run-date to ws-request-id(1:8)
                           move brq-run-time to ws-request-id(9:6)
                       end-if
               end-read
               close request-file
           end-if.
      *
      *************************************************************
      *loads the image catalog
       50-load-catalog.
           open input image-catalog-file.
           if ws-catalog-status = "00"
               perform 51-read-catalog-entry
                 until ws-catalog-eof-flag = "y"
               close image-catalog-file
           end-if.
      *
       51-read-catalog-entry.
           read image-catalog-file
               at end
                   move "y" to ws-catalog-eof-flag
           end-read.
           if ws-catalog-eof-flag not = "y"
               if ws-catalog-count >= ws-catalog-max
                   move "IMAGE CATALOG TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-catalog-count
               move rim-run-date     to
                           ws-cat-tbl-run-id(ws-catalog-count)(1:8)
               move rim-run-time     to
                           ws-cat-tbl-run-id(ws-catalog-count)(9:6)
               move rim-entry-type   to
                                 ws-cat-tbl-type(ws-catalog-count)
               move rim-file-name    to
                                 ws-cat-tbl-file(ws-catalog-count)
               move rim-image-name   to
                                 ws-cat-tbl-image(ws-catalog-count)
               move rim-record-count to
                                 ws-cat-tbl-count(ws-catalog-count)
               move rim-existed      to
                                 ws-cat-tbl-existed(ws-catalog-count)
           end-if.
      *
      *************************************************************
      *settles which run is meant and whether it may be backed out;
      *any refusal leaves every file exactly as it is
       100-check-request.
           if ws-request-found not = "y"
               move "NO VALID BACK-OUT REQUEST ON FILE"
                                       to ws-refuse-reason
           else
               perform 110-find-target-run
               if ws-target-files = 0
                   move "RUN NOT ON THE IMAGE CATALOG"
                                       to ws-refuse-reason
               else
                   if ws-target-backed-out = "y"
                       move "RUN ALREADY BACKED OUT"
                                       to ws-refuse-reason
                   else
                       perform 130-find-later-run
                       if ws-later-id not = 0
                           move "A LATER RUN HAS COMMITTED ON TOP:"
                                       to ws-refuse-reason
                           move ws-later-id to ws-refuse-detail
                       else
                           perform 132-find-later-standalone
                           perform 140-verify-images
                             varying ws-cat-idx from 1 by 1
                             until ws-cat-idx > ws-catalog-count
                       end-if
                   end-if
               end-if
           end-if.
      *
      *a request with no time takes the day's latest run
       110-find-target-run.
           move 0 to ws-target-id.
           perform 115-match-target-run
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
           move 0 to ws-target-files.
           if ws-target-id not = 0
               move ws-target-id to ws-check-id
               perform 120-check-backed-out
               move ws-check-backed-out to ws-target-backed-out
               perform 117-count-target-files
                 varying ws-cat-idx from 1 by 1
                 until ws-cat-idx > ws-catalog-count
           end-if.
      *
       115-match-target-run.
           if ws-cat-tbl-type(ws-cat-idx) = "F"
               if ws-request-id(9:6) = "000000"
                   if ws-cat-tbl-run-id(ws-cat-idx)(1:8) =
                     ws-request-id(1:8) and
                     ws-cat-tbl-run-id(ws-cat-idx) > ws-target-id
                       move ws-cat-tbl-run-id(ws-cat-idx)
                                       to ws-target-id
                   end-if
               else
                   if ws-cat-tbl-run-id(ws-cat-idx) = ws-request-id
                       move ws-request-id to ws-target-id
                   end-if
               end-if
           end-if.
      *
       117-count-target-files.
           if ws-cat-tbl-type(ws-cat-idx) = "F" and
             ws-cat-tbl-run-id(ws-cat-idx) = ws-target-id
               add 1 to ws-target-files
           end-if.
      *
      *whether the catalog carries a back-out line for ws-check-id
       120-check-backed-out.
           move "n" to ws-check-backed-out.
           perform 125-match-backed-out
             varying ws-check-sub from 1 by 1
             until ws-check-sub > ws-catalog-count.
      *
       125-match-backed-out.
           if ws-cat-tbl-type(ws-check-sub) = "B" and
             ws-cat-tbl-run-id(ws-check-sub) = ws-check-id
               move "y" to ws-check-backed-out
           end-if.
      *
      *any run imaged after the target and still standing committed
      *on top of it; that one has to come out first
       130-find-later-run.
           move 0 to ws-later-id.
           perform 135-check-one-later-run
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
      *
       135-check-one-later-run.
           if ws-cat-tbl-type(ws-cat-idx) = "F" and
             ws-cat-tbl-run-id(ws-cat-idx) > ws-target-id and
             ws-cat-tbl-run-id(ws-cat-idx) not = ws-later-id
               move ws-cat-tbl-run-id(ws-cat-idx) to ws-check-id
               perform 120-check-backed-out
               if ws-check-backed-out not = "y"
                   move ws-check-id to ws-later-id
               end-if
           end-if.
      *
      *a program that rewrites standing files on its own, run since
      *the target run started, would have its work undone by the
      *images; the audit trail shows who ran and when.  A run that
      *was stopped by the run lock, or only rehearsed, changed
      *nothing.
       132-find-later-standalone.
           move 0      to ws-after-id.
           move spaces to ws-after-program.
           move "n"    to ws-audit-eof-flag.
           open input audit-trail-file.
           if ws-audit-status = "00"
               perform 133-check-one-audit-entry
                 until ws-audit-eof-flag = "y"
               close audit-trail-file
           end-if.
           if ws-after-id not = 0
               move "A STANDALONE RUN HAS CHANGED FILES:"
                                       to ws-refuse-reason
               move ws-after-program   to ws-refuse-detail(1:20)
               move ws-after-id        to ws-refuse-detail(22:14)
           end-if.
      *
       133-check-one-audit-entry.
           read audit-trail-file
               at end
                   move "y" to ws-audit-eof-flag
               not at end
                   if ws-after-id = 0 and
                     (adt-program-name = "Month_End_Close" or
                     "Register_Reorg" or "Cheque_Recon" or
                     "Master_Maintenance" or "Inventory_Extract") and
                     adt-status-text(1:7) not = "BLOCKED" and
                     adt-status-text(1:5) not = "TRIAL"
                       move adt-run-date to ws-audit-id(1:8)
                       move adt-run-time to ws-audit-id(9:6)
                       if ws-audit-id > ws-target-id
                           move adt-program-name to ws-after-program
                           move ws-audit-id      to ws-after-id
                       end-if
                   end-if
           end-read.
      *
      *every image the run needs must still be there before a single
      *file is put back
       140-verify-images.
           if ws-refuse-reason = spaces and
             ws-cat-tbl-type(ws-cat-idx) = "F" and
             ws-cat-tbl-run-id(ws-cat-idx) = ws-target-id and
             ws-cat-tbl-existed(ws-cat-idx) = "Y"
               move ws-cat-tbl-image(ws-cat-idx) to ws-image-name
               open input image-file
               if ws-image-status = "00"
                   close image-file
               else
                   move "BEFORE-IMAGE MISSING FOR:"
                                       to ws-refuse-reason
                   move ws-cat-tbl-file(ws-cat-idx)
                                       to ws-refuse-detail
               end-if
           end-if.
      *
      *************************************************************
      *compares and puts back each file the run imaged, in the
      *order they were imaged
       300-back-out-run.
           write output-line
             from ws-legend-line
             after advancing 2 lines.
           write output-line from ws-legend-line-2.
           perform 310-back-out-one-file
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
      *
       310-back-out-one-file.
           if ws-cat-tbl-type(ws-cat-idx) = "F" and
             ws-cat-tbl-run-id(ws-cat-idx) = ws-target-id
               move spaces to ws-live-name
               move ws-live-prefix to ws-live-name(1:17)
               move ws-cat-tbl-file(ws-cat-idx) to ws-live-name(18:30)
               move ws-cat-tbl-image(ws-cat-idx) to ws-image-name
               move 0 to ws-file-now
               move 0 to ws-file-restored
               move 0 to ws-file-same
               move 0 to ws-file-changed
               move 0 to ws-file-removed
               move 0 to ws-file-put-back
               move 0 to ws-file-listed
               move 0 to ws-file-unlisted
      *
               move ws-cat-tbl-file(ws-cat-idx) to ws-fh-disp-name
               if ws-cat-tbl-existed(ws-cat-idx) = "Y"
                   move "PUT BACK FROM BEFORE-IMAGE" to ws-fh-disp-note
               else
                   move "NOT ON FILE BEFORE THE RUN - REMOVED"
                                       to ws-fh-disp-note
               end-if
               write output-line
                 from ws-file-heading
                 after advancing 2 lines
      *
               if ws-cat-tbl-file(ws-cat-idx) = "Invoice-Register.dat"
                   perform 320-compare-register
                   perform 360-restore-register
               else
                   perform 340-compare-sequential-file
                   perform 370-restore-sequential-file
               end-if
      *
               if ws-file-unlisted > 0
                   move ws-file-unlisted to ws-more-disp-count
                   write output-line from ws-more-line
               end-if
               move ws-file-now      to ws-fc-disp-now
               move ws-file-restored to ws-fc-disp-restored
               move ws-file-same     to ws-fc-disp-same
               move ws-file-changed  to ws-fc-disp-changed
               move ws-file-removed  to ws-fc-disp-removed
               move ws-file-put-back to ws-fc-disp-put-back
               write output-line from ws-file-counts
               add ws-file-changed  to ws-tot-changed
               add ws-file-removed  to ws-tot-removed
               add ws-file-put-back to ws-tot-put-back
           end-if.
      *
      *************************************************************
      *the register and its image are both in invoice order, so the
      *two are merged on the key: an invoice only on the register
      *was posted by the run, one only on the image was lost by it
       320-compare-register.
           move "n" to ws-live-open.
           move "n" to ws-image-open.
           move "y" to ws-live-eof-flag.
           move "y" to ws-image-eof-flag.
           open input invoice-register-file.
           if ws-register-status = "00"
               move "y" to ws-live-open
               move "n" to ws-live-eof-flag
               perform 322-read-register-entry
           end-if.
           if ws-cat-tbl-existed(ws-cat-idx) = "Y"
               open input image-file
               move "y" to ws-image-open
               move "n" to ws-image-eof-flag
               perform 324-read-register-image
           end-if.
           perform 326-compare-register-step
             until ws-live-eof-flag = "y" and ws-image-eof-flag = "y".
           if ws-live-open = "y"
               close invoice-register-file
           end-if.
           if ws-image-open = "y"
               close image-file
           end-if.
      *
       322-read-register-entry.
           read invoice-register-file next record
               at end
                   move "y" to ws-live-eof-flag
           end-read.
           if ws-live-eof-flag = "y"
               move high-values to ws-live-key
           else
               move irg-invoice to ws-live-key
               add 1 to ws-file-now
           end-if.
      *
       324-read-register-image.
           read image-file
               at end
                   move "y" to ws-image-eof-flag
           end-read.
           if ws-image-eof-flag = "y"
               move high-values to ws-image-key
           else
               move imr-invoice to ws-image-key
               add 1 to ws-file-restored
           end-if.
      *
       326-compare-register-step.
           if ws-live-key < ws-image-key
               move "REMOVED"           to ws-chg-verb
               move invoice-register-rec to ws-chg-text
               add 1 to ws-file-removed
               perform 380-list-change
               perform 322-read-register-entry
           else
               if ws-image-key < ws-live-key
                   move "PUT BACK"      to ws-chg-verb
                   move image-line(1:17) to ws-chg-text
                   add 1 to ws-file-put-back
                   perform 380-list-change
                   perform 324-read-register-image
               else
                   if irg-post-date = imr-post-date
                       add 1 to ws-file-same
                   else
                       add 1 to ws-file-changed
                       move "WAS"            to ws-chg-verb
                       move invoice-register-rec to ws-chg-text
                       perform 380-list-change
                       move "NOW"            to ws-chg-verb
                       move image-line(1:17) to ws-chg-text
                       perform 380-list-change
                   end-if
                   perform 322-read-register-entry
                   perform 324-read-register-image
               end-if
           end-if.
      *
      *************************************************************
      *the line-sequential files are compared line for line: the
      *chain rewrites them in the same order each night, so a line
      *that differs is a line the run changed, and lines past the
      *end of the shorter file were added or dropped by it
       340-compare-sequential-file.
           move "n" to ws-live-open.
           move "n" to ws-image-open.
           move "y" to ws-live-eof-flag.
           move "y" to ws-image-eof-flag.
           open input live-file.
           if ws-live-status = "00"
               move "y" to ws-live-open
               move "n" to ws-live-eof-flag
               perform 342-read-live-line
           end-if.
           if ws-cat-tbl-existed(ws-cat-idx) = "Y"
               open input image-file
               move "y" to ws-image-open
               move "n" to ws-image-eof-flag
               perform 344-read-image-line
           end-if.
           perform 346-compare-sequential-step
             until ws-live-eof-flag = "y" and ws-image-eof-flag = "y".
           if ws-live-open = "y"
               close live-file
           end-if.
           if ws-image-open = "y"
               close image-file
           end-if.
      *
       342-read-live-line.
           read live-file
               at end
                   move "y" to ws-live-eof-flag
           end-read.
           if ws-live-eof-flag not = "y"
               add 1 to ws-file-now
           end-if.
      *
       344-read-image-line.
           read image-file
               at end
                   move "y" to ws-image-eof-flag
           end-read.
           if ws-image-eof-flag not = "y"
               add 1 to ws-file-restored
           end-if.
      *
       346-compare-sequential-step.
           if ws-image-eof-flag = "y"
               move "REMOVED"  to ws-chg-verb
               move live-line  to ws-chg-text
               add 1 to ws-file-removed
               perform 380-list-change
               perform 342-read-live-line
           else
               if ws-live-eof-flag = "y"
                   move "PUT BACK" to ws-chg-verb
                   move image-line to ws-chg-text
                   add 1 to ws-file-put-back
                   perform 380-list-change
                   perform 344-read-image-line
               else
                   if live-line = image-line
                       add 1 to ws-file-same
                   else
                       add 1 to ws-file-changed
                       move "WAS"      to ws-chg-verb
                       move live-line  to ws-chg-text
                       perform 380-list-change
                       move "NOW"      to ws-chg-verb
                       move image-line to ws-chg-text
                       perform 380-list-change
                   end-if
                   perform 342-read-live-line
                   perform 344-read-image-line
               end-if
           end-if.
      *
      *************************************************************
      *rebuilds the indexed register from its image, in key order;
      *a register that was not there before the run is left empty
       360-restore-register.
           open output invoice-register-file.
           if ws-cat-tbl-existed(ws-cat-idx) = "Y"
               open input image-file
               move "n" to ws-image-eof-flag
               perform 365-restore-one-register-entry
                 until ws-image-eof-flag = "y"
               close image-file
               add 1 to ws-tot-files-restored
           else
               add 1 to ws-tot-files-removed
           end-if.
           close invoice-register-file.
      *
       365-restore-one-register-entry.
           read image-file
               at end
                   move "y" to ws-image-eof-flag
           end-read.
           if ws-image-eof-flag not = "y"
               move imr-invoice   to irg-invoice
               move imr-post-date to irg-post-date
               write invoice-register-rec
           end-if.
      *
      *copies the image back over the live file; a file the run
      *created is deleted again
       370-restore-sequential-file.
           if ws-cat-tbl-existed(ws-cat-idx) = "Y"
               open input image-file
               open output live-file
               move "n" to ws-image-eof-flag
               perform 375-restore-one-line
                 until ws-image-eof-flag = "y"
               close live-file
               close image-file
               add 1 to ws-tot-files-restored
           else
               move ws-live-name to ws-delete-name
               call "CBL_DELETE_FILE" using ws-delete-name
               add 1 to ws-tot-files-removed
           end-if.
      *
       375-restore-one-line.
           read image-file
               at end
                   move "y" to ws-image-eof-flag
           end-read.
           if ws-image-eof-flag not = "y"
               write live-line from image-line
           end-if.
      *
      *************************************************************
      *lists one difference, carrying a long record onto further
      *lines; past the listing limit they are only counted
       380-list-change.
           if ws-file-listed >= const-detail-limit
               add 1 to ws-file-unlisted
           else
               add 1 to ws-file-listed
               move ws-chg-verb        to ws-cd-disp-verb
               move ws-chg-text(1:88)  to ws-cd-disp-text
               write output-line from ws-change-detail
               move spaces             to ws-cd-disp-verb
               if ws-chg-text(89:168) not = spaces
                   move ws-chg-text(89:88) to ws-cd-disp-text
                   write output-line from ws-change-detail
               end-if
               if ws-chg-text(177:80) not = spaces
                   move ws-chg-text(177:80) to ws-cd-disp-text
                   write output-line from ws-change-detail
               end-if
           end-if.
      *
      *************************************************************
      *takes away the run's day files, still live until the next run
      *archives them; a day backed out must not reach the archive as
      *one that posted
       400-remove-day-files.
           perform 410-remove-one-day-file
             varying ws-day-file-sub from 1 by 1
             until ws-day-file-sub > 6.
      *
       410-remove-one-day-file.
           move spaces to ws-live-name.
           move ws-live-prefix to ws-live-name(1:17).
           move ws-day-file-name(ws-day-file-sub)
                                       to ws-live-name(18:20).
           open input live-file.
           if ws-live-status = "00"
               close live-file
               move ws-day-file-name(ws-day-file-sub)
                                       to ws-fh-disp-name
               move "RUN'S DAY FILE - REMOVED, NOT TO BE ARCHIVED"
                                       to ws-fh-disp-note
               write output-line
                 from ws-file-heading
                 after advancing 2 lines
               move ws-live-name to ws-delete-name
               call "CBL_DELETE_FILE" using ws-delete-name
               add 1 to ws-tot-day-files
           end-if.
      *
      *************************************************************
      *marks the run backed out, so it is neither backed out twice
      *nor counted as committed on top of an earlier run
       700-mark-run-backed-out.
           open extend image-catalog-file.
           if ws-catalog-status not = "00"
               open output image-catalog-file
           end-if.
           move ws-target-id(1:8) to rim-run-date.
           move ws-target-id(9:6) to rim-run-time.
           move "B"               to rim-entry-type.
           move spaces            to rim-file-name.
           move spaces            to rim-image-name.
           move 0                 to rim-record-count.
           move space             to rim-existed.
           write image-catalog-line.
           close image-catalog-file.
      *
      *************************************************************
       720-print-totals.
           move "Files Put Back From Before-Images" to
                                       ws-sum-disp-label.
           move ws-tot-files-restored        to ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 3 lines.
           move "Files Created By The Run, Removed" to
                                       ws-sum-disp-label.
           move ws-tot-files-removed         to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Records Changed Back"       to ws-sum-disp-label.
           move ws-tot-changed               to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Records Removed"            to ws-sum-disp-label.
           move ws-tot-removed               to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Records Put Back"           to ws-sum-disp-label.
           move ws-tot-put-back              to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Day Files Removed, Not Archived" to
                                       ws-sum-disp-label.
           move ws-tot-day-files             to ws-sum-disp-count.
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
      *    the run found, when a request naming only the day found
      *    one
           if ws-target-id not = 0
               move ws-target-id(1:8)  to ws-run-disp-date
               move ws-target-id(9:6)  to ws-run-disp-time
           else
               move ws-request-id(1:8) to ws-run-disp-date
               move ws-request-id(9:6) to ws-run-disp-time
           end-if.
           write output-line
             from ws-run-line
             after advancing 1 line.
      *
      *************************************************************
      *Takes the shared run lock before anything is read or
      *written.  A lock held by another program stops the run,
      *unless its holder has lent it to this program as one of its
      *own steps - the lender keeps it and gives it back.
       10-take-run-lock.
           open input run-lock-file.
           if ws-lock-status = "00"
               read run-lock-file
                   at end
                       continue
                   not at end
                       if lck-program-name not = spaces
                           move "y"              to ws-lock-found
                           move lck-program-name to ws-lock-holder
                           move lck-since-date   to ws-lock-since-date
                           move lck-since-time   to ws-lock-since-time
                           move lck-run-descr    to ws-lock-descr
                           move lck-lent-to      to ws-lock-lent-to
                       end-if
               end-read
               close run-lock-file
           end-if.
           if ws-lock-found = "y"
               if ws-lock-lent-to not = "Run_Backout"
                   perform 9050-stop-run-locked
               end-if
           else
               accept ws-system-date from date YYYYMMDD
               accept ws-system-time from time
               open output run-lock-file
               move "Run_Backout"          to lck-program-name
               move ws-sys-year            to lck-since-date(1:4)
               move ws-sys-month           to lck-since-date(5:2)
               move ws-sys-day             to lck-since-date(7:2)
               move ws-sys-hour            to lck-since-time(1:2)
               move ws-sys-minute          to lck-since-time(3:2)
               move ws-sys-second          to lck-since-time(5:2)
               move "RUN BACK-OUT"         to lck-run-descr
               move spaces                 to lck-lent-to
               write run-lock-line
               close run-lock-file
               move "y" to ws-lock-taken
           end-if.
      *
      *Gives the run lock back by emptying the file, when this run
      *was the one that took it.
       15-release-run-lock.
           if ws-lock-was-taken
               open output run-lock-file
               close run-lock-file
               move "n" to ws-lock-taken
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
           move "Run_Backout"          to adt-program-name.
           move ws-sys-year            to adt-run-date(1:4).
           move ws-sys-month           to adt-run-date(5:2).
           move ws-sys-day             to adt-run-date(7:2).
           move ws-sys-hour            to adt-run-time(1:2).
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-run-locked
               move "BLOCKED - RUN LOCK HELD" to adt-status-text
           else
           if ws-table-abort
               move "TABLE LIMIT EXCEEDED"  to adt-status-text
           else
           if ws-refuse-reason not = spaces
               move "BACK-OUT REFUSED"      to adt-status-text
           else
               move spaces                  to adt-status-text
               move "BACKED OUT RUN"        to adt-status-text(1:14)
               move ws-target-id            to adt-status-text(16:14)
           end-if
           end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *a table has outgrown its limit; stops before anything is put
      *back
       9000-abort-table-full.
           move "y" to ws-table-abort-flag.
           display "Run_Backout: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Run_Backout: RUN STOPPED - RAISE THE "
             "TABLE LIMIT AND RERUN".
           move 16 to return-code.
           perform 15-release-run-lock.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *another program holds the run lock.  Nothing has been read
      *or written; the run stops before it can overlap the holder.
       9050-stop-run-locked.
           move "y" to ws-lock-blocked.
           display "Run_Backout: RUN LOCK HELD BY "
             ws-lock-holder.
           display "Run_Backout: HELD SINCE "
             ws-lock-since-date " " ws-lock-since-time
             " FOR " ws-lock-descr.
           display "Run_Backout: RUN STOPPED - RERUN WHEN "
             "THE HOLDER FINISHES, OR CLEAR A STALE LOCK WITH "
             "Run_Lock_Clear".
           move 8 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
      *
       end program Run_Backout.
