       identification division.

      *Program:    Run_Before_Image
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Takes a before-image of every standing file the
      *            nightly chain posts to, at the start of each real
      *            chain and before the first step writes anything:
      *            Invoice-Register.dat, the edit error statistics,
      *            the carry-forward files, the layaway, gift
      *            card, refund cheque, till,
      *            chargeback, transfer and prior-period ledgers,
      *            the return suspense, the flash history, the
      *            stores' transmission history, the closed-period
      *            list and the store on-hand balances.  Each copy
      *            lands in the backout area named for the run (the
      *            chain's start date and time) and is listed on
      *            Run-Image-Catalog.dat, so Run_Backout can put a
      *            committed night back exactly as it found things.
      *            Only the last several runs' images are kept.
      *            Called by Daily_Run_Driver after Preflight_Check;
      *            a copy that cannot be written stops the chain,
      *            since nothing should post without its image.

       program-id. Run_Before_Image.
      *
       environment division.
       input-output section.
       file-control.
      *
      *One line per file imaged per run, plus a line for each run
      *since backed out
       select image-catalog-file
           assign to "../../../../data/Run-Image-Catalog.dat"
           organization is line sequential
           file status is ws-catalog-status.
      *
      *The indexed invoice register, read in key order
       select invoice-register-file
           assign to "../../../../data/Invoice-Register.dat"
           organization is indexed
           access mode is sequential
           record key is irg-invoice
           file status is ws-register-status.
      *
      *Whichever line-sequential standing file is being imaged
       select live-file
           assign to ws-live-name
           organization is line sequential
           file status is ws-live-status.
      *
      *The before-image being written for it
       select image-file
           assign to ws-image-name
           organization is line sequential
           file status is ws-image-status.
      *
       select report-file
           assign to "../../../../output/Run-Before-Image.out"
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
           05 irg-post-year            pic 9(4).
           05 irg-post-month           pic 99.
           05 irg-post-day             pic 99.
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
           05 filler                   pic x(33)   value spaces.
           05 filler                   pic x(34)   value
                             "Run Before-Images".
           05 filler                   pic x(33)   value spaces.
      *
       01 ws-run-line.
           05 filler                   pic x(21)   value
                                       "Run                : ".
           05 ws-run-disp-date         pic 9999/99/99.
           05 filler                   pic x       value space.
           05 ws-run-disp-time         pic 99b99b99.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(9)    value "Run Id : ".
           05 ws-run-disp-id           pic 9(14).
           05 filler                   pic x(33)   value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(31)   value "File".
           05 filler                   pic x(7)    value "Present".
           05 filler                   pic x(10)   value "Records".
           05 filler                   pic x(52)   value "Image".
      *
       01 ws-image-detail.
           05 ws-id-disp-name          pic x(30).
           05 filler                   pic x(4)    value spaces.
           05 ws-id-disp-present       pic x.
           05 filler                   pic x(3)    value spaces.
           05 ws-id-disp-count         pic zzzzzz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-id-disp-image         pic x(52).
      *
       01 ws-summary-count-line.
           05 ws-sum-disp-label        pic x(36).
           05 ws-sum-disp-count        pic zzzz9.
           05 filler                   pic x(59)   value spaces.
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-catalog-status        pic xx      value "00".
           05 ws-register-status       pic xx      value "00".
           05 ws-live-status           pic xx      value "00".
           05 ws-image-status          pic xx      value "00".
      *
      *how many runs' images are kept on hand, tonight's included;
      *an older run can only be backed out after every later one,
      *so this is how many nights can be stepped back
       77 const-keep-runs              pic 99      value 7.
      *
      *the standing files imaged every run, in the order the back-out
      *puts them back; 'I' marks the indexed register
       01 ws-standing-file-names.
           05 filler                   pic x(30)   value
                                       "Invoice-Register.dat".
           05 filler                   pic x       value "I".
           05 filler                   pic x(30)   value
                                       "Edit-Error-Stats.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Carry-Forward.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Store-Carry-Forward.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Tax-Carry-Forward.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Tax-Carry-History.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Tax-Exempt-Carry.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Layaway-Ledger.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Layaway-History.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Gift-Card-Ledger.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Refund-Cheque-Register.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Return-Suspense.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Till-Over-Short-History.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Chargeback-Ledger.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Transfer-Ledger.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Prior-Period-Adj-History.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Daily-Flash-History.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Store-Transmit-History.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Closed-Periods.dat".
           05 filler                   pic x       value "S".
           05 filler                   pic x(30)   value
                                       "Store-On-Hand.dat".
           05 filler                   pic x       value "S".
       01 ws-standing-file-table redefines ws-standing-file-names.
           05 ws-standing-file         occurs 20 times.
               10 ws-standing-name     pic x(30).
               10 ws-standing-kind     pic x.
                   88 ws-standing-indexed          value "I".
      *
       77 ws-standing-count            pic 99      value 20.
      *
      *the catalog as it stood, plus tonight's lines
       01 ws-catalog-table.
           05 ws-cat-entry             occurs 300 times
                                       indexed by ws-cat-idx.
               10 ws-cat-tbl-date         pic 9(8).
               10 ws-cat-tbl-time         pic 9(6).
               10 ws-cat-tbl-type         pic x.
               10 ws-cat-tbl-file         pic x(30).
               10 ws-cat-tbl-image        pic x(80).
               10 ws-cat-tbl-count        pic 9(7).
               10 ws-cat-tbl-existed      pic x.
               10 ws-cat-tbl-keep         pic x.
      *
       01 ws-catalog-control.
           05 ws-catalog-count         pic 9(4)    value 0.
           05 ws-catalog-eof-flag      pic x       value "n".
      *
       77 ws-catalog-max               pic 9(4)    value 300.
      *
      *the distinct runs on the catalog, oldest first, and the
      *oldest one still kept after tonight's is added
       01 ws-run-table.
           05 ws-run-entry             occurs 300 times
                                       indexed by ws-run-idx.
               10 ws-run-tbl-id           pic 9(14).
      *
       01 ws-run-control.
           05 ws-run-count             pic 9(4)    value 0.
           05 ws-run-id                pic 9(14)   value 0.
           05 ws-entry-run-id          pic 9(14)   value 0.
           05 ws-keep-from-id          pic 9(14)   value 0.
           05 ws-keep-from-sub         pic 9(4)    value 0.
           05 ws-runs-dropped          pic 9(4)    value 0.
           05 ws-images-dropped        pic 9(5)    value 0.
           05 ws-files-imaged          pic 9(5)    value 0.
           05 ws-files-absent          pic 9(5)    value 0.
      *
      *the file being imaged
       01 ws-image-work.
           05 ws-standing-sub          pic 99      value 0.
           05 ws-live-name             pic x(80)   value spaces.
           05 ws-image-name            pic x(80)   value spaces.
           05 ws-copy-eof-flag         pic x       value "n".
           05 ws-copy-count            pic 9(7)    value 0.
           05 ws-copy-existed          pic x       value "n".
           05 ws-delete-name           pic x(80)   value spaces.
      *
      *builds the live and image paths for a standing file
       01 ws-path-work.
           05 ws-live-prefix           pic x(17)   value
                                       "../../../../data/".
           05 ws-image-prefix          pic x(20)   value
                                       "../../../../backout/".
      *
      *set when a table outgrows its limit or an image cannot be
      *written; the run stops with a 16 either way
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
           05 ws-image-abort-flag      pic x       value "n".
               88 ws-image-abort           value "y".
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
           perform 150-print-page-headings.
           perform 50-load-catalog.
           perform 200-drop-old-runs.
           perform 300-take-before-images.
           perform 700-rewrite-catalog.
           perform 720-print-totals.
      *
           move 0 to return-code.
           perform 790-write-audit-trail.
           perform 75-close-files.
      *
           goback.
      *
      *************************************************************
      *open files; the run is known by the date and time it started
       25-open-files.
           open output report-file.
           accept ws-system-date from date YYYYMMDD.
           accept ws-system-time from time.
           move ws-sys-year   to ws-run-id(1:4).
           move ws-sys-month  to ws-run-id(5:2).
           move ws-sys-day    to ws-run-id(7:2).
           move ws-sys-hour   to ws-run-id(9:2).
           move ws-sys-minute to ws-run-id(11:2).
           move ws-sys-second to ws-run-id(13:2).
      *
      *************************************************************
      *loads the image catalog and the list of runs on it; a site
      *that has never imaged a run simply starts one
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
                                 ws-cat-tbl-date(ws-catalog-count)
               move rim-run-time     to
                                 ws-cat-tbl-time(ws-catalog-count)
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
               move "y"              to
                                 ws-cat-tbl-keep(ws-catalog-count)
               if rim-file-image
                   perform 55-note-run
               end-if
           end-if.
      *
      *a run's file lines sit together, oldest run first, so a new
      *run starts wherever the run id changes
       55-note-run.
           move rim-run-date to ws-entry-run-id(1:8).
           move rim-run-time to ws-entry-run-id(9:6).
           if ws-run-count = 0
               add 1 to ws-run-count
               move ws-entry-run-id to ws-run-tbl-id(ws-run-count)
           else
               if ws-entry-run-id not = ws-run-tbl-id(ws-run-count)
                   add 1 to ws-run-count
                   move ws-entry-run-id to ws-run-tbl-id(ws-run-count)
               end-if
           end-if.
      *
      *************************************************************
      *keeps the latest runs' images, tonight's making up the
      *number, and deletes the older runs' copies and catalog lines
       200-drop-old-runs.
           if ws-run-count >= const-keep-runs
               compute ws-keep-from-sub =
                 ws-run-count - const-keep-runs + 2
               move ws-run-tbl-id(ws-keep-from-sub) to ws-keep-from-id
               compute ws-runs-dropped = ws-keep-from-sub - 1
               perform 210-drop-one-entry
                 varying ws-cat-idx from 1 by 1
                 until ws-cat-idx > ws-catalog-count
           end-if.
      *
       210-drop-one-entry.
           move ws-cat-tbl-date(ws-cat-idx) to ws-entry-run-id(1:8).
           move ws-cat-tbl-time(ws-cat-idx) to ws-entry-run-id(9:6).
           if ws-entry-run-id < ws-keep-from-id
               move "n" to ws-cat-tbl-keep(ws-cat-idx)
               if ws-cat-tbl-type(ws-cat-idx) = "F" and
                 ws-cat-tbl-existed(ws-cat-idx) = "Y"
                   move ws-cat-tbl-image(ws-cat-idx) to ws-delete-name
                   call "CBL_DELETE_FILE" using ws-delete-name
                   add 1 to ws-images-dropped
               end-if
           end-if.
      *
      *************************************************************
      *copies every standing file to tonight's image, noting the
      *ones that are not there at all - putting the night back
      *means removing those again
       300-take-before-images.
           write output-line
             from ws-column-heading
             after advancing 2 lines.
           perform 310-image-one-file
             varying ws-standing-sub from 1 by 1
             until ws-standing-sub > ws-standing-count.
      *
       310-image-one-file.
           move spaces to ws-live-name.
           move ws-live-prefix to ws-live-name(1:17).
           move ws-standing-name(ws-standing-sub)
                                       to ws-live-name(18:30).
           move spaces to ws-image-name.
           move ws-image-prefix to ws-image-name(1:20).
           move ws-run-id       to ws-image-name(21:14).
           move "-"             to ws-image-name(35:1).
           move ws-standing-name(ws-standing-sub)
                                       to ws-image-name(36:30).
           move 0   to ws-copy-count.
           move "n" to ws-copy-existed.
           move "n" to ws-copy-eof-flag.
      *
           if ws-standing-indexed(ws-standing-sub)
               perform 320-image-register
           else
               perform 330-image-sequential-file
           end-if.
      *
           if ws-catalog-count >= ws-catalog-max
               move "IMAGE CATALOG TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           add 1 to ws-catalog-count.
           move ws-run-id(1:8) to ws-cat-tbl-date(ws-catalog-count).
           move ws-run-id(9:6) to ws-cat-tbl-time(ws-catalog-count).
           move "F"           to ws-cat-tbl-type(ws-catalog-count).
           move ws-standing-name(ws-standing-sub)
                              to ws-cat-tbl-file(ws-catalog-count).
           move ws-copy-count to ws-cat-tbl-count(ws-catalog-count).
           move "y"           to ws-cat-tbl-keep(ws-catalog-count).
           if ws-copy-existed = "y"
               move ws-image-name to ws-cat-tbl-image(ws-catalog-count)
               move "Y"           to
                                 ws-cat-tbl-existed(ws-catalog-count)
               add 1 to ws-files-imaged
           else
               move spaces        to ws-cat-tbl-image(ws-catalog-count)
               move "N"           to
                                 ws-cat-tbl-existed(ws-catalog-count)
               add 1 to ws-files-absent
           end-if.
      *
           move ws-standing-name(ws-standing-sub) to ws-id-disp-name.
           if ws-copy-existed = "y"
               move "Y"                 to ws-id-disp-present
               move ws-image-name(21:52) to ws-id-disp-image
           else
               move "N"                 to ws-id-disp-present
               move "NOT ON FILE - NOTHING TO IMAGE"
                                        to ws-id-disp-image
           end-if.
           move ws-copy-count to ws-id-disp-count.
           write output-line from ws-image-detail.
      *
      *the register is read in key order and imaged one 17-byte
      *line per entry, the same shape its history file carries
       320-image-register.
           open input invoice-register-file.
           if ws-register-status = "00"
               move "y" to ws-copy-existed
               perform 340-open-image
               perform 325-copy-one-register-entry
                 until ws-copy-eof-flag = "y"
               close image-file
               close invoice-register-file
           end-if.
      *
       325-copy-one-register-entry.
           read invoice-register-file next record
               at end
                   move "y" to ws-copy-eof-flag
           end-read.
           if ws-copy-eof-flag not = "y"
               move invoice-register-rec to image-line
               write image-line
               add 1 to ws-copy-count
           end-if.
      *
       330-image-sequential-file.
           open input live-file.
           if ws-live-status = "00"
               move "y" to ws-copy-existed
               perform 340-open-image
               perform 335-copy-one-line
                 until ws-copy-eof-flag = "y"
               close image-file
               close live-file
           end-if.
      *
       335-copy-one-line.
           read live-file
               at end
                   move "y" to ws-copy-eof-flag
           end-read.
           if ws-copy-eof-flag not = "y"
               write image-line from live-line
               add 1 to ws-copy-count
           end-if.
      *
      *an image that cannot be written leaves the night with no way
      *back, so the chain is stopped before it posts anything
       340-open-image.
           open output image-file.
           if ws-image-status not = "00"
               perform 9100-abort-image-write
           end-if.
      *
      *************************************************************
      *writes the kept runs' lines back, tonight's on the end
       700-rewrite-catalog.
           open output image-catalog-file.
           perform 710-write-one-catalog-line
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
           close image-catalog-file.
      *
       710-write-one-catalog-line.
           if ws-cat-tbl-keep(ws-cat-idx) = "y"
               move ws-cat-tbl-date(ws-cat-idx)    to rim-run-date
               move ws-cat-tbl-time(ws-cat-idx)    to rim-run-time
               move ws-cat-tbl-type(ws-cat-idx)    to rim-entry-type
               move ws-cat-tbl-file(ws-cat-idx)    to rim-file-name
               move ws-cat-tbl-image(ws-cat-idx)   to rim-image-name
               move ws-cat-tbl-count(ws-cat-idx)   to rim-record-count
               move ws-cat-tbl-existed(ws-cat-idx) to rim-existed
               write image-catalog-line
           end-if.
      *
      *************************************************************
       720-print-totals.
           move "Files Imaged"               to ws-sum-disp-label.
           move ws-files-imaged              to ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 3 lines.
           move "Files Not On File"          to ws-sum-disp-label.
           move ws-files-absent              to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Older Runs' Images Released" to ws-sum-disp-label.
           move ws-runs-dropped              to ws-sum-disp-count.
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
           move ws-run-id(1:8) to ws-run-disp-date.
           move ws-run-id(9:6) to ws-run-disp-time.
           move ws-run-id      to ws-run-disp-id.
           write output-line
             from ws-run-line
             after advancing 1 line.
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
           move "Run_Before_Image"     to adt-program-name.
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
           if ws-image-abort
               move "IMAGE WRITE FAILED"    to adt-status-text
           else
               move spaces                  to adt-status-text
               move "BEFORE-IMAGES"         to adt-status-text(1:13)
               move ws-run-id               to adt-status-text(15:14)
           end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *a table has outgrown its limit; stops the run loudly rather
      *than image part of the night
       9000-abort-table-full.
           move "y" to ws-table-abort-flag.
           display "Run_Before_Image: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Run_Before_Image: RUN STOPPED - RAISE THE "
             "TABLE LIMIT AND RERUN".
           move 16 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *the before-image could not be opened for writing; the
      *catalog is left as it was so no half-taken run is listed
       9100-abort-image-write.
           move "y" to ws-image-abort-flag.
           display "Run_Before_Image: CANNOT WRITE " ws-image-name.
           display "Run_Before_Image: STATUS " ws-image-status
             " - CHAIN MUST NOT POST WITHOUT ITS BEFORE-IMAGES".
           move 16 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
      *
       end program Run_Before_Image.
