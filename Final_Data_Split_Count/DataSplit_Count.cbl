                   organization is line sequential
                   file status is ws-void-file-status.

      * Output inter-store transfer records, for the transfer
      * matching and the inventory extract
           select transfer-file
               assign to ws-transfer-file-name
                   organization is line sequential
                   file status is ws-transfer-file-status.

      * Holds the previous run's S-L-Data.dat/Return-Data.dat, dated
      * and copied aside before this run's OPEN OUTPUT truncates them
           select archive-sl-file
               assign to ws-archive-void-name
                   organization is line sequential.

           select archive-transfer-file
               assign to ws-archive-transfer-name
                   organization is line sequential.

      * Output report
           select report-file
               assign to ws-report-file-name
                   organization is line sequential
                   file status is ws-trial-status.

      * The catch-up request Daily_Run_Driver runs under: the late
      * store and the business date its file is being posted for
           select catch-up-file
               assign to "../../../../data/Catch-Up-Request.dat"
                   organization is line sequential
                   file status is ws-catch-up-status.

      * Which catch-up, if any, the live S-L/Return/Void/Transfer
      * files were split under, so the run that archives them can
      * catalogue a catch-up's partial day as such.  Rewritten by
      * every real split; empty after a nightly one.
           select day-files-origin-file
               assign to "../../../../data/Day-Files-Catch-Up.dat"
                   organization is line sequential
                   file status is ws-origin-status.

      * Shared run-manifest every batch program appends one line to
           select audit-trail-file
               assign to "../../../../data/Audit-Trail.dat"
      * Input file declaration
       fd input-file
           data record is input-line
               record contains 80 characters.

      * Input line.  A multi-item invoice arrives as one header
      * record ('H', carrying the invoice total) followed by its
      * item detail records ('D'); a blank record type is the old
      * standalone shape and counts as a header.  Transaction
      * counts and amounts come off the headers so a five-item
      * basket is one transaction, not five.  A split-tender
      * invoice ('SP' on the header) is followed by one tender
      * record ('P') per payment, and its payment tallies come off
      * those instead of the header.
       01 input-line.
           05 il-trans-code                 pic x.
               88 il-trans-s-l              value 'S', 'L'.
               88 il-trans-r                value 'R'.
               88 il-trans-v                value 'V'.
               88 il-trans-x                value 'X'.
               88 il-trans-i                value 'I'.
           05 il-trans-amt                  pic 9(7)V99.
           05 il-payment-type               pic xx.
               88 il-card                   value 'CA'.
               88 il-credit                 value 'CR'.
               88 il-debit                  value 'DB'.
               88 il-giftcard               value 'GC'.
               88 il-us-cash                value 'US'.
               88 il-split                  value 'SP'.
           05 il-store-num                  pic 99.
           05 il-invoice-num1               pic x.
           05 il-invoice-num2               pic x.
               10 il-trans-day              pic 99.
           05 il-rec-type                   pic x.
               88 il-detail-rec             value 'D'.
               88 il-tender-rec             value 'P'.
               88 il-invoice-line           value 'D', 'P'.
      *    units sold on an item detail line, carried through for
      *    the inventory extract and the SKU summary downstream
           05 il-quantity                   pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 il-salesperson                pic 9(5).
           05 filler                        pic x(25).

      * the trial flag, one byte
       fd trial-flag-file
       01 trial-flag-line.
           05 tfl-trial-flag                pic x.

      * the catch-up request, one line
       fd catch-up-file
           data record is catch-up-line
               record contains 10 characters.

       01 catch-up-line.
           05 cur-store-num                 pic 99.
           05 cur-business-date             pic 9(8).

      * the catch-up the live day files came from; no line, or a
      * blank one, means a nightly split
       fd day-files-origin-file
           data record is day-files-origin-line
               record contains 10 characters.

       01 day-files-origin-line.
           05 dfo-store-num                 pic xx.
           05 dfo-business-date             pic x(8).

      * S&L output file declaration
       fd s-l-file
           data record is sl-line
               record contains 80 characters.

      * sl-report-line
       01 sl-line                           pic x(80).

      * Returns output file declaration
       fd return-file
           data record is return-line
               record contains 80 characters.

      * Return line
       01 return-line                       pic x(80).

      * A dated copy of the previous run's S-L-Data.dat
       fd archive-sl-file
           data record is archive-sl-line
               record contains 80 characters.

       01 archive-sl-line                   pic x(80).

      * Void output file declaration
       fd void-file
           data record is void-line
               record contains 80 characters.

      * Void line
       01 void-line                         pic x(80).

      * A dated copy of the previous run's Void-Data.dat
       fd archive-void-file
           data record is archive-void-line
               record contains 80 characters.

       01 archive-void-line                 pic x(80).

      * Transfer output file declaration
       fd transfer-file
           data record is transfer-line
               record contains 80 characters.

      * Transfer line
       01 transfer-line                     pic x(80).

      * A dated copy of the previous run's Transfer-Data.dat
       fd archive-transfer-file
           data record is archive-transfer-line
               record contains 80 characters.

       01 archive-transfer-line             pic x(80).

      * A dated copy of the previous run's Return-Data.dat
       fd archive-return-file
           data record is archive-return-line
               record contains 80 characters.

       01 archive-return-line               pic x(80).

      * Report file declaration
       fd report-file
      * Store master file declaration
       fd store-master-file
           data record is store-master-line
               record contains 31 characters.

      * Store master line
       01 store-master-line.
           05 stm-store-num                 pic 99.
           05 stm-store-name                 pic x(20).
           05 stm-active-flag                pic x.
           05 stm-open-date                  pic 9(8).

      * Carry-forward file declaration
       fd carry-forward-file
      * Payment-type totals file declaration
       fd payment-xchk-file
           data record is payment-xchk-line
               record contains 55 characters.

      * Payment-type totals and percentages, read by S_L_Processing's
      * cross-check; US cash is carried on the end
       01 payment-xchk-line.
           05 pxk-ca-count                    pic 9(7).
           05 pxk-cr-count                    pic 9(7).
           05 pxk-cr-percent                  pic 99v99.
           05 pxk-db-percent                  pic 99v99.
           05 pxk-gc-percent                  pic 99v99.
           05 pxk-us-count                    pic 9(7).
           05 pxk-us-percent                  pic 99v99.

      * Store S&L totals file declaration
       fd store-xchk-file
      * Archive catalog file declaration
       fd archive-catalog-file
           data record is archive-catalog-line
               record contains 104 characters.

      * One catalog entry per archived file
       01 archive-catalog-line.
           05 act-run-date                    pic 9(8).
           05 act-run-time                    pic 9(6).
           05 act-record-count                pic 9(7).
      *    a catch-up run's copy holds only its late store's day:
      *    run type C and that store, blank on a nightly copy
           05 act-run-type                    pic x.
               88 act-catch-up-copy           value "C".
           05 act-catch-up-store              pic xx.

      * Run-manifest file declaration
       fd audit-trail-file
                                                0.
           05 filler                        pic x              value 
                                                "%".
           05 filler                        pic x(5)           value 
                                                spaces.
           05 filler                        pic x(5)           value 
                                                "US = ".
           05 us-percent                    pic 99             value 
                                                0.
           05 filler                        pic x              value 
                                                "%".

      * Returns
       01 ws-return-header.
           05 x-amount                      pic Z,ZZZ,ZZZ,ZZ9.99
                                                value 0.

      * Inter-store transfers
       01 ws-transfer-header.
           05 filler                        pic xx             value
                                                spaces.
           05 filler                        pic x(9)           value
                                                "Transfers".

       01 ws-transfer-totals.
           05 filler                        pic x(6)           value
                                                spaces.
           05 filler                        pic x(20)          value
                                                "Total I Records   = ".
           05 i-records                     pic zzzzzz9        value
                                                0.
           05 filler                        pic x(10)          value
                                                spaces.
           05 filler                        pic x(20)          value
                                                "Total I Amount    = ".
           05 i-amount                      pic Z,ZZZ,ZZZ,ZZ9.99
                                                value 0.

       01 ws-void-match-totals.
           05 filler                        pic x(6)           value 
                                                spaces.
      *    entry, so nothing downstream mistakes it for a real run
           05 ws-trial-status-work       pic x(24) value spaces.

      * Whether this run is a catch-up, and for which store and day;
      * and the run type and store the copies being archived were
      * split under, for their catalog entries
       01 ws-catch-up-control.
           05 ws-catch-up-status            pic xx     value "00".
           05 ws-catch-up-flag              pic x      value "n".
               88 ws-catch-up-run               value "y".
           05 ws-catch-up-store             pic 99     value 0.
           05 ws-catch-up-date              pic 9(8)   value 0.
           05 ws-origin-status              pic xx     value "00".
           05 ws-archive-run-type           pic x      value space.
           05 ws-archive-store              pic xx     value spaces.

      * The filenames, swung to the trial area on a trial run
       77 ws-input-file-name                pic x(60)  value
                                   "../../../../data/Valid-Data.dat".
                                  "../../../../data/Return-Data.dat".
       77 ws-void-file-name                 pic x(60)  value
                                    "../../../../data/Void-Data.dat".
       77 ws-transfer-file-name             pic x(60)  value
                                "../../../../data/Transfer-Data.dat".
       77 ws-report-file-name               pic x(60)  value
                         "../../../../output/Counts-Control-Totals.out".
       77 ws-control-file-name              pic x(60)  value
           05 ws-sl-file-status             pic xx     value "00".
           05 ws-return-file-status         pic xx     value "00".
           05 ws-void-file-status           pic xx     value "00".
           05 ws-transfer-file-status       pic xx     value "00".

      * Dated/timed archive filenames, built fresh each run from
      * today's date and time of day so a same-day rerun doesn't build
                 "../../../../archive/Return-Data-00000000000000.dat".
           05 ws-archive-void-name          pic x(60) value
                   "../../../../archive/Void-Data-00000000000000.dat".
           05 ws-archive-transfer-name      pic x(60) value
               "../../../../archive/Transfer-Data-00000000000000.dat".

       77 ws-archive-eof-flag               pic x      value "n".

           05 ws-total-cr                   pic 9(7)           value 0.
           05 ws-total-db                   pic 9(7)           value 0.
           05 ws-total-gc                   pic 9(7)           value 0.
           05 ws-total-us                   pic 9(7)           value 0.
      * Every tender taken - one per single-tender invoice, one per
      * tender line on a split - the base the percentages come off
           05 ws-total-tenders              pic 9(7)           value 0.
           05 ca-percent-c                  pic 99v99          value 0.
           05 cr-percent-c                  pic 99v99          value 0.
           05 db-percent-c                  pic 99v99          value 0.
           05 gc-percent-c                  pic 99v99          value 0.
           05 us-percent-c                  pic 99v99          value 0.

      * Layaway cancellations, routed with the S&L stream so
      * S_L_Processing can close the plans
           05 ws-void-matched               pic 9(7)           value 0.
           05 ws-void-unmatched             pic 9(7)           value 0.

      * Inter-store transfers, shipments and receipts alike
           05 ws-total-i                    pic 9(7)           value 0.
           05 ws-total-i-amount             pic 9(10)v99       value 0.

      * All records/amount split out of Valid-Data.dat - invoice
      * headers and item details both - for balancing back against
      * Final_EditFile's control totals
      * Main
       000-Main.
           perform 045-Check-Trial-Mode.
           perform 046-Check-Catch-Up.
           perform 050-Open-Files.
           perform 100-Write-Headers.
           perform 200-Read-File.
                                       to ws-return-file-name
               move "../../../../trial/Void-Data.dat"
                                       to ws-void-file-name
               move "../../../../trial/Transfer-Data.dat"
                                       to ws-transfer-file-name
               move "../../../../trial/Counts-Control-Totals.out"
                                       to ws-report-file-name
               move "../../../../trial/Edit-Control-Totals.dat"
                                       to ws-store-xchk-file-name
           end-if.

      * Reads the catch-up request the driver runs under; a request
      * naming a store and a date makes this a catch-up split
       046-Check-Catch-Up.
           open input catch-up-file.
           if ws-catch-up-status = "00"
               read catch-up-file
                   at end
                       continue
                   not at end
                       if cur-store-num is numeric and
                         cur-business-date is numeric
                           if cur-store-num > 0 and
                             cur-business-date > 0
                               move "y" to ws-catch-up-flag
                               move cur-store-num to ws-catch-up-store
                               move cur-business-date
                                               to ws-catch-up-date
                           end-if
                       end-if
               end-read
               close catch-up-file
           end-if.

       050-Open-Files.
           open input input-file.
      *    a rehearsal never copies the real files aside - they are
           open output s-l-file.
           open output return-file.
           open output void-file.
           open output transfer-file.
           open output report-file.
           perform 060-Load-Store-Master.
           perform 070-Load-Carry-Forward.
           move ws-sys-hour   to ws-archive-void-name(39:2).
           move ws-sys-minute to ws-archive-void-name(41:2).
           move ws-sys-second to ws-archive-void-name(43:2).
           move ws-sys-year   to ws-archive-transfer-name(35:4).
           move ws-sys-month  to ws-archive-transfer-name(39:2).
           move ws-sys-day    to ws-archive-transfer-name(41:2).
           move ws-sys-hour   to ws-archive-transfer-name(43:2).
           move ws-sys-minute to ws-archive-transfer-name(45:2).
           move ws-sys-second to ws-archive-transfer-name(47:2).

           perform 0480-Read-Day-Files-Origin.
           perform 0481-Archive-SL-Data.
           perform 0482-Archive-Return-Data.
           perform 0486-Archive-Void-Data.
           perform 0488-Archive-Transfer-Data.
           perform 0490-Mark-Day-Files-Origin.

      * Finds out whether the files about to be archived came from a
      * catch-up split.  Their copies are then catalogued as run
      * type C under the late store, so a reader takes them beside
      * the same day's nightly copy instead of in place of it.
       0480-Read-Day-Files-Origin.
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

      * Records what this run's split is about to write, for the run
      * that next archives it: the catch-up request on a catch-up,
      * an empty file on a nightly run
       0490-Mark-Day-Files-Origin.
           open output day-files-origin-file.
           if ws-catch-up-run
               move ws-catch-up-store to dfo-store-num
               move ws-catch-up-date  to dfo-business-date
               write day-files-origin-line
           end-if.
           close day-files-origin-file.

      * Archives the previous run's S-L-Data.dat, if there is one
       0481-Archive-SL-Data.
               end-if
           end-if.

      * Archives the previous run's Transfer-Data.dat, if there is one
       0488-Archive-Transfer-Data.
           open input transfer-file.
           if ws-transfer-file-status = "00"
               open output archive-transfer-file
               move "n" to ws-archive-eof-flag
               move 0   to ws-archive-copy-count
               move 0   to ws-catalog-data-date
               perform 0489-Copy-Transfer-Data-Line
                 until ws-archive-eof-flag = "y"
               close archive-transfer-file
               move "Transfer-Data.dat"      to ws-catalog-original
               move ws-archive-transfer-name to ws-catalog-archive
               perform 0485-Catalog-Archive-Entry
           end-if.
           close transfer-file.

      * Copies one line from the old Transfer-Data.dat to its archive
       0489-Copy-Transfer-Data-Line.
           read transfer-file
               at end
                   move "y" to ws-archive-eof-flag
           end-read.
           if ws-archive-eof-flag not = "y"
               write archive-transfer-line from transfer-line
               add 1 to ws-archive-copy-count
               if transfer-line(39:8) is numeric and
                 transfer-line(39:8) > ws-catalog-data-date
                   move transfer-line(39:8) to ws-catalog-data-date
               end-if
           end-if.

      * Appends one catalog entry for the archive copy just written,
      * dated with the archived data's own business date - the copy
      * holds the PREVIOUS run's output, so the archiving run's date
      * A copy with no readable dates falls back to the run date.
      * Opened in EXTEND mode so every entry is kept; the first entry
      * ever written falls back to OPEN OUTPUT since EXTEND fails
      * against a file that doesn't exist yet.  A catch-up's copy is
      * marked with its run type and late store.
       0485-Catalog-Archive-Entry.
           open extend archive-catalog-file.
           if ws-catalog-status not = "00"
           move ws-sys-minute         to act-run-time(3:2).
           move ws-sys-second         to act-run-time(5:2).
           move ws-archive-copy-count to act-record-count.
           move ws-archive-run-type   to act-run-type.
           move ws-archive-store      to act-catch-up-store.
           write archive-catalog-line.
           close archive-catalog-file.

      * joins the split reconciliation, but the transaction counts,
      * amounts, and payment tallies come off the invoice headers
      * only - an item detail line rides through to S_L_Processing
      * without being counted as its own transaction.  A tender
      * line on a split-tender invoice carries its own payment.
               write sl-line from input-line
               add 1                   to ws-total-split-records
               add il-trans-amt        to ws-total-split-amount
               if not il-invoice-line
                   perform 260-Count-SL-Header
               end-if
               if il-tender-rec
                   perform 264-Count-SL-Tender
               end-if
           end-if.

           if il-trans-x
               write sl-line from input-line
               add 1                   to ws-total-split-records
               add il-trans-amt        to ws-total-split-amount
               if not il-invoice-line
                   add 1               to ws-total-x
                   add il-trans-amt    to ws-total-x-amount
               end-if
               write void-line from input-line
               add 1                   to ws-total-split-records
               add il-trans-amt        to ws-total-split-amount
               if not il-invoice-line
                   add 1               to ws-total-v
                   add il-trans-amt    to ws-total-v-amount
                   perform 272-Match-Void
               end-if
           end-if.

           if il-trans-i
      * An inter-store transfer leg goes to its own file; it moves
      * stock between stores and is never part of the day's take
               write transfer-line from input-line
               add 1                   to ws-total-split-records
               add il-trans-amt        to ws-total-split-amount
               add 1                   to ws-total-i
               add il-trans-amt        to ws-total-i-amount
           end-if.

           if il-trans-r
      * Write the whole record to the r file
               write return-line from input-line
               add 1                   to ws-total-split-records
               add il-trans-amt        to ws-total-split-amount
               if not il-invoice-line
                   perform 262-Count-R-Header
               end-if
           end-if.
      * Remember the invoice so a later void can match back to it
           perform 270-Record-SL-Invoice.

      * Add to payment type totals; a split-tender header leaves
      * them to its tender lines
           if not il-split
               perform 264-Count-SL-Tender
           end-if.

      * One tender's payment tally - a single-tender header, or one
      * tender line of a split-tender invoice
       264-Count-SL-Tender.
           add 1                   to ws-total-tenders.
           if il-card
               add 1               to ws-total-ca
           end-if.
           if il-giftcard
               add 1               to ws-total-gc
           end-if.
           if il-us-cash
               add 1               to ws-total-us
           end-if.

      * One return header's counts, amounts, and store totals
       262-Count-R-Header.
           move ws-total-l                         to l-records.
           move ws-total-l-amount                  to l-amount.

      * Calculate % of payment type, over every tender taken
           divide ws-total-ca          by ws-total-tenders
               giving ca-percent-c     rounded.

           divide ws-total-cr          by ws-total-tenders
               giving cr-percent-c     rounded.

           divide ws-total-db          by ws-total-tenders
               giving db-percent-c     rounded.

           divide ws-total-gc          by ws-total-tenders
               giving gc-percent-c     rounded.

           divide ws-total-us          by ws-total-tenders
               giving us-percent-c     rounded.

           multiply ca-percent-c       by 100
               giving ca-percent.
           multiply cr-percent-c       by 100
               giving db-percent.
           multiply gc-percent-c       by 100
               giving gc-percent.
           multiply us-percent-c       by 100
               giving us-percent.

      * Move return values
           move ws-total-r                         to r-records.
           move ws-total-x                         to x-records.
           move ws-total-x-amount                  to x-amount.

      * Move transfer values
           move ws-total-i                         to i-records.
           move ws-total-i-amount                  to i-amount.

      * Grand total calculation, with returns and voided amounts
      * both netted out of the day's take
           subtract ws-total-r-amount  from ws-total-s-l-amount
           write report-line           from ws-void-match-totals.
           write report-line           from ws-cancel-totals.
           write report-line           from spaces.
           write report-line           from ws-transfer-header.
           write report-line           from ws-transfer-totals.
           write report-line           from spaces.
           write report-line           from ws-store-return-header.
           perform 757-Print-R-Store-Line
             varying ws-store-idx from 1 by 1
           move ws-total-cr      to pxk-cr-count.
           move ws-total-db      to pxk-db-count.
           move ws-total-gc      to pxk-gc-count.
           move ws-total-us      to pxk-us-count.
           multiply ca-percent-c by 100 giving pxk-ca-percent.
           multiply cr-percent-c by 100 giving pxk-cr-percent.
           multiply db-percent-c by 100 giving pxk-db-percent.
           multiply gc-percent-c by 100 giving pxk-gc-percent.
           multiply us-percent-c by 100 giving pxk-us-percent.
           open output payment-xchk-file.
           write payment-xchk-line.
           close payment-xchk-file.
           close s-l-file.
           close return-file.
           close void-file.
           close transfer-file.
           close report-file.

       END PROGRAM Final_Data_Split_Count.
