       identification division.

      *Program:    Till_Over_Short
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Compares each store's closing till count off
      *            Till-Count.dat against the cash the store should
      *            be holding - CA sales, layaway money and CA tender
      *            lines off S-L-Data.dat, less CA refunds (bar those
      *            sent for a head-office cheque) and voided CA
      *            sales, worked out the same way Cash_Deposit
      *            works out the expected deposit - and prints an
      *            over/short report that flags every store outside
      *            the tolerance band.  Keeps a running per-store
      *            history in Till-Over-Short-History.dat and hands
      *            each store's net over/short to GL_Posting through
      *            Till-Over-Short-Totals.dat.  Runs in the daily
      *            chain just ahead of GL_Posting.

       program-id. Till_Over_Short.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The closing till counts the stores send in each night
       select till-count-file
           assign to "../../../../data/Till-Count.dat"
           organization is line sequential
           file status is ws-till-status.
      *
      *named through working storage so a trial run reads the trial
      *area's copies and writes its outputs there too
       select s-l-data-file
           assign to ws-sl-file-name
           organization is line sequential
           file status is ws-sl-status.
      *
       select return-data-file
           assign to ws-return-file-name
           organization is line sequential
           file status is ws-return-status.
      *
       select void-data-file
           assign to ws-void-file-name
           organization is line sequential
           file status is ws-void-status.
      *
      *Cash refunds Returns sent to head office for a cheque
       select cheque-totals-file
           assign to ws-chqtot-file-name
           organization is line sequential
           file status is ws-chqtot-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential.
      *
      *Every store's counted days to date, read in whole and written
      *back out with tonight's counts on the end
       select history-file
           assign to ws-history-file-name
           organization is line sequential
           file status is ws-history-status.
      *
      *Per-store net over/short, posted by GL_Posting
       select over-short-totals-file
           assign to ws-totals-file-name
           organization is line sequential.
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
      *one store's closing count: the store, the business day it
      *closes, the cash counted, and who counted it
       fd till-count-file
           data record is till-count-line
           record contains 30 characters.
      *
       01 till-count-line.
           05 tcc-store-num            pic 99.
           05 tcc-count-date           pic 9(8).
           05 tcc-counted-cash         pic 9(8)v99.
           05 tcc-counted-by           pic x(10).
      *
      *sales & layaway line, same 80-byte layout the chain carries
       fd s-l-data-file
           data record is s-l-data-line
           record contains 80 characters.
      *
       01 s-l-data-line.
           05 sld-trans-code           pic x.
           05 sld-trans-amt            pic 9(7)v99.
           05 sld-payment-type         pic xx.
               88 sld-ca-type                      value "CA".
           05 sld-store-num            pic 99.
           05 sld-invoice              pic x(9).
           05 sld-sku                  pic x(15).
           05 sld-trans-date           pic x(8).
           05 sld-rec-type             pic x.
               88 sld-detail-rec       value 'D'.
           05 sld-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 sld-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rdl-trans-code           pic x.
           05 rdl-trans-amt            pic 9(7)v99.
           05 rdl-payment-type         pic xx.
               88 rdl-ca-type                      value "CA".
           05 rdl-store-num            pic 99.
           05 rdl-invoice              pic x(9).
           05 rdl-sku                  pic x(15).
           05 rdl-trans-date           pic x(8).
           05 rdl-rec-type             pic x.
               88 rdl-detail-rec       value 'D'.
           05 rdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdl-trans-code           pic x.
           05 vdl-trans-amt            pic 9(7)v99.
           05 vdl-payment-type         pic xx.
               88 vdl-ca-type                      value "CA".
           05 vdl-store-num            pic 99.
           05 vdl-invoice              pic x(9).
           05 vdl-sku                  pic x(15).
           05 vdl-trans-date           pic x(8).
           05 vdl-rec-type             pic x.
               88 vdl-detail-rec       value 'D'.
           05 vdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *one store's cash refunds sent for a cheque today
       fd cheque-totals-file
           data record is cheque-totals-line
           record contains 19 characters.
      *
       01 cheque-totals-line.
           05 rct-store-num            pic 99.
           05 rct-cheque-count         pic 9(5).
           05 rct-cheque-amount        pic 9(10)v99.
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
      *one store's counted day: what it should have held, what was
      *counted, the difference (positive over, negative short), and
      *whether the difference fell outside the band ('O' over the
      *band, 'S' short of it)
       fd history-file
           data record is history-line
           record contains 53 characters.
      *
       01 history-line.
           05 toh-store-num            pic 99.
           05 toh-business-date        pic 9(8).
           05 toh-expected-cash        pic s9(8)v99
                                       sign leading separate.
           05 toh-counted-cash         pic 9(8)v99.
           05 toh-over-short           pic s9(8)v99
                                       sign leading separate.
           05 toh-band-flag            pic x.
           05 toh-counted-by           pic x(10).
      *
      *one store's net over/short for the journal
       fd over-short-totals-file
           data record is over-short-totals-line
           record contains 13 characters.
      *
       01 over-short-totals-line.
           05 tos-store-num            pic 99.
           05 tos-over-short           pic s9(8)v99
                                       sign leading separate.
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
           05 filler                   pic x(30)   value
                                       "Till Count Over/Short Report -".
           05 filler                   pic x       value space.
           05 ws-title-year            pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-title-month           pic 99.
           05 filler                   pic x       value "-".
           05 ws-title-day             pic 99.
           05 filler                   pic x(26)   value spaces.
      *
       01 ws-band-line.
           05 filler                   pic x(29)   value
                                       "Tolerance band (+/-)        :".
           05 ws-band-amount           pic zz,zz9.99.
           05 filler                   pic x(62)   value spaces.
      *
       01 ws-column-header.
           05 filler                   pic x(5)    value "Store".
           05 filler                   pic x       value space.
           05 filler                   pic x(20)   value "Name".
           05 filler                   pic x       value space.
           05 filler                   pic x(10)   value "Counted By".
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(13)   value
                                       "Expected Cash".
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(12)   value
                                       "Counted Cash".
           05 filler                   pic x(5)    value spaces.
           05 filler                   pic x(10)   value "Over/Short".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(4)    value "Flag".
           05 filler                   pic x(11)   value spaces.
      *
       01 ws-detail-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-det-store-num         pic 99.
           05 filler                   pic x(2)    value spaces.
           05 ws-det-store-name        pic x(20).
           05 filler                   pic x       value space.
           05 ws-det-counted-by        pic x(10).
           05 filler                   pic x(2)    value spaces.
           05 ws-det-expected          pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-det-counted           pic zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-det-over-short        pic -zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-det-flag              pic x(12).
           05 filler                   pic x(2)    value spaces.
      *
      *the store's running history under its line of the day
       01 ws-history-detail-line.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(17)   value
                                       "History to date: ".
           05 ws-hdet-days             pic zzz9.
           05 filler                   pic x(14)   value
                                       " days counted,".
           05 ws-hdet-band-days        pic zzz9.
           05 filler                   pic x(20)   value
                                       " outside band, net  ".
           05 ws-hdet-net              pic -zz,zzz,zz9.99.
           05 filler                   pic x(21)   value spaces.
      *
      *a count sent in for a store the store master doesn't know
       01 ws-unknown-store-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-unk-store-num         pic 99.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(31)   value
                                       "STORE NOT ON STORE MASTER -".
           05 filler                   pic x(14)   value
                                       " COUNT IGNORED".
           05 filler                   pic x(49)   value spaces.
      *
       01 ws-totals-line-1.
           05 filler                   pic x(29)   value
                                       "Stores counted              :".
           05 ws-tot-counted           pic zzz9.
           05 filler                   pic x(67)   value spaces.
      *
       01 ws-totals-line-2.
           05 filler                   pic x(29)   value
                                       "Stores outside the band     :".
           05 ws-tot-band              pic zzz9.
           05 filler                   pic x(67)   value spaces.
      *
       01 ws-totals-line-3.
           05 filler                   pic x(29)   value
                                       "Stores with no usable count :".
           05 ws-tot-no-count          pic zzz9.
           05 filler                   pic x(67)   value spaces.
      *
       01 ws-totals-line-4.
           05 filler                   pic x(29)   value
                                       "Chain net over/short        :".
           05 ws-tot-net               pic -zz,zzz,zz9.99.
           05 filler                   pic x(57)   value spaces.
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
      *
      *how far a till may be over or short, either way, before the
      *store is flagged for follow-up
       77 ws-tolerance-amt             pic 9(5)v99 value 5.00.
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
       77 ws-sl-file-name              pic x(60)   value
                                     "../../../../data/S-L-Data.dat".
       77 ws-return-file-name          pic x(60)   value
                                  "../../../../data/Return-Data.dat".
       77 ws-void-file-name            pic x(60)   value
                                    "../../../../data/Void-Data.dat".
       77 ws-chqtot-file-name          pic x(60)   value
                       "../../../../data/Refund-Cheque-Totals.dat".
       77 ws-history-file-name         pic x(60)   value
                       "../../../../data/Till-Over-Short-History.dat".
       77 ws-totals-file-name          pic x(60)   value
                        "../../../../data/Till-Over-Short-Totals.dat".
       77 ws-report-file-name          pic x(60)   value
                              "../../../../output/Till-Over-Short.out".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-till-status           pic xx      value "00".
           05 ws-sl-status             pic xx      value "00".
           05 ws-return-status         pic xx      value "00".
           05 ws-void-status           pic xx      value "00".
           05 ws-chqtot-status         pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
      *
      *store master table with the day's cash figures, the count
      *sent in, and the running history per store
       01 ws-store-table.
           05 ws-store-entry           occurs 99 times
                                       indexed by ws-store-idx.
               10 ws-store-tbl-num        pic 99.
               10 ws-store-tbl-name       pic x(20).
               10 ws-store-tbl-active     pic x.
                   88 ws-store-tbl-is-active value "Y".
               10 ws-store-tbl-bus-date   pic 9(8)     value 0.
               10 ws-store-tbl-activity   pic x        value "n".
               10 ws-store-tbl-ca-amt     pic 9(10)v99 value 0.
               10 ws-store-tbl-ref-amt    pic 9(10)v99 value 0.
               10 ws-store-tbl-void-amt   pic 9(10)v99 value 0.
               10 ws-store-tbl-counted    pic x        value "n".
                   88 ws-store-tbl-was-counted value "y".
               10 ws-store-tbl-count-date pic 9(8)     value 0.
               10 ws-store-tbl-count-amt  pic 9(8)v99  value 0.
               10 ws-store-tbl-count-by   pic x(10)    value spaces.
               10 ws-store-tbl-expected   pic s9(8)v99 value 0.
               10 ws-store-tbl-over-short pic s9(8)v99 value 0.
               10 ws-store-tbl-band-flag  pic x        value space.
               10 ws-store-tbl-posted     pic x        value "n".
                   88 ws-store-tbl-is-posted   value "y".
               10 ws-store-tbl-hist-days  pic 9(4)     value 0.
               10 ws-store-tbl-hist-band  pic 9(4)     value 0.
               10 ws-store-tbl-hist-net   pic s9(8)v99 value 0.
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-store-found           pic 9       value 0.
           05 ws-store-match-idx       pic 9(4)    value 0.
           05 ws-store-eof-flag        pic x       value "n".
           05 ws-search-store-num      pic 99      value 0.
      *
      *the history carried forward, less any day tonight's counts
      *replace, so a rerun of the same night never doubles a day
       01 ws-history-table.
           05 ws-hist-entry            occurs 40000 times
                                       indexed by ws-hist-idx.
               10 ws-hist-tbl-rec         pic x(53).
      *
       01 ws-history-control.
           05 ws-hist-count            pic 9(5)    value 0.
           05 ws-hist-eof-flag         pic x       value "n".
      *
       77 ws-hist-max                  pic 9(5)    value 40000.
      *
      *the night's figures across the chain
       01 ws-run-totals.
           05 ws-total-counted         pic 9(4)    value 0.
           05 ws-total-band            pic 9(4)    value 0.
           05 ws-total-no-count        pic 9(4)    value 0.
           05 ws-total-unknown         pic 9(4)    value 0.
           05 ws-total-net             pic s9(10)v99 value 0.
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
      *
      *the tolerance band's lower edge, as a signed figure
       01 ws-band-math.
           05 ws-band-low              pic s9(8)v99 value 0.
      *
      *today's date and time, stamped onto the report and this run's
      *audit entry
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
           accept ws-system-date from date YYYYMMDD.
           perform 24-check-trial-mode.
           perform 25-open-files.
           perform 100-accumulate-cash-sales.
           perform 110-accumulate-cash-refunds.
           perform 117-take-out-cheque-refunds.
           perform 120-accumulate-cash-voids.
           perform 130-load-till-counts.
           perform 140-work-out-over-short
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
           perform 160-load-history.
           perform 200-print-report.
           perform 300-write-history.
           perform 310-write-over-short-totals
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
      *
      *    a store outside the band, or one that sent nothing
      *    usable, wants someone to look at it in the morning
           if ws-store-count = 0
               move 8 to return-code
           else
               if ws-total-band > 0 or ws-total-no-count > 0 or
                 ws-total-unknown > 0
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
      *reads the trial flag the driver hands down and, on a trial
      *run, swings the run's files to the trial area
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
               move "../../../../trial/S-L-Data.dat"
                                       to ws-sl-file-name
               move "../../../../trial/Return-Data.dat"
                                       to ws-return-file-name
               move "../../../../trial/Void-Data.dat"
                                       to ws-void-file-name
               move "../../../../trial/Refund-Cheque-Totals.dat"
                                       to ws-chqtot-file-name
               move "../../../../trial/Till-Over-Short-Totals.dat"
                                       to ws-totals-file-name
               move "../../../../trial/Till-Over-Short.out"
                                       to ws-report-file-name
           end-if.
      *
      *************************************************************
      *open files.  The totals file is emptied up front so a run
      *that stops short never leaves last night's figures behind
      *for GL_Posting to post again.
       25-open-files.
           open output report-file.
           open output over-short-totals-file.
           perform 150-print-page-headings.
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
           end-if.
      *
      *************************************************************
      *looks ws-search-store-num up in the store master table
       65-search-store-master.
           move 0 to ws-store-found.
           move 1 to ws-store-idx.
           perform 66-search-store-loop
             until ws-store-idx > ws-store-count or ws-store-found = 1.
      *
       66-search-store-loop.
           if ws-store-tbl-num(ws-store-idx) = ws-search-store-num
               move 1           to ws-store-found
               move ws-store-idx to ws-store-match-idx
           else
               add 1 to ws-store-idx
           end-if.
      *
      *************************************************************
      *rolls the day's cash (CA) sales and layaway money up per
      *store, and notes the business day the store's file was for
       100-accumulate-cash-sales.
           move "n" to eof-flag.
           open input s-l-data-file.
           if ws-sl-status = "00"
               perform 105-read-sl-record
                 until eof-flag = eof-y
               close s-l-data-file
           end-if.
      *
       105-read-sl-record.
           read s-l-data-file
               at end
                   move eof-y to eof-flag
           end-read.
      *    the same records Cash_Deposit counts: invoice headers and
      *    the CA tender lines of a split-tender invoice, never an
      *    item detail line whose money is already on its header
           if eof-flag not = eof-y and not sld-detail-rec
               move sld-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   move "y" to ws-store-tbl-activity(ws-store-match-idx)
                   if ws-store-tbl-bus-date(ws-store-match-idx) = 0
                     and sld-trans-date is numeric
                       move sld-trans-date to
                         ws-store-tbl-bus-date(ws-store-match-idx)
                   end-if
                   if sld-ca-type and
                     (sld-trans-code = "S" or sld-trans-code = "L")
                       add sld-trans-amt to
                         ws-store-tbl-ca-amt(ws-store-match-idx)
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *rolls the day's cash refunds up per store
       110-accumulate-cash-refunds.
           move "n" to eof-flag.
           open input return-data-file.
           if ws-return-status = "00"
               perform 115-read-return-record
                 until eof-flag = eof-y
               close return-data-file
           end-if.
      *
       115-read-return-record.
           read return-data-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and not rdl-detail-rec
               move rdl-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   move "y" to ws-store-tbl-activity(ws-store-match-idx)
                   if ws-store-tbl-bus-date(ws-store-match-idx) = 0
                     and rdl-trans-date is numeric
                       move rdl-trans-date to
                         ws-store-tbl-bus-date(ws-store-match-idx)
                   end-if
                   if rdl-ca-type
                       add rdl-trans-amt to
                         ws-store-tbl-ref-amt(ws-store-match-idx)
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *takes the cash refunds Returns sent for a head-office cheque
      *back out - the money never left the till
       117-take-out-cheque-refunds.
           move "n" to eof-flag.
           open input cheque-totals-file.
           if ws-chqtot-status = "00"
               perform 118-read-cheque-totals
                 until eof-flag = eof-y
               close cheque-totals-file
           end-if.
      *
       118-read-cheque-totals.
           read cheque-totals-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and rct-cheque-amount is numeric
               move rct-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   if rct-cheque-amount <
                     ws-store-tbl-ref-amt(ws-store-match-idx)
                       subtract rct-cheque-amount from
                         ws-store-tbl-ref-amt(ws-store-match-idx)
                   else
                       move 0 to
                         ws-store-tbl-ref-amt(ws-store-match-idx)
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *rolls the day's voided cash sales up per store
       120-accumulate-cash-voids.
           move "n" to eof-flag.
           open input void-data-file.
           if ws-void-status = "00"
               perform 125-read-void-record
                 until eof-flag = eof-y
               close void-data-file
           end-if.
      *
       125-read-void-record.
           read void-data-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and vdl-ca-type and
             not vdl-detail-rec
               move vdl-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   add vdl-trans-amt to
                     ws-store-tbl-void-amt(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *loads the night's till counts against their stores.  A store
      *that counts twice keeps its later count - a recount replaces
      *the first one.
       130-load-till-counts.
           move "n" to eof-flag.
           open input till-count-file.
           if ws-till-status = "00"
               perform 135-read-till-count
                 until eof-flag = eof-y
               close till-count-file
           end-if.
      *
       135-read-till-count.
           read till-count-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y
               move tcc-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1 and tcc-counted-cash is numeric
                 and tcc-count-date is numeric
                   move "y" to ws-store-tbl-counted(ws-store-match-idx)
                   move tcc-count-date to
                     ws-store-tbl-count-date(ws-store-match-idx)
                   move tcc-counted-cash to
                     ws-store-tbl-count-amt(ws-store-match-idx)
                   move tcc-counted-by to
                     ws-store-tbl-count-by(ws-store-match-idx)
               else
                   if ws-store-found = 0
                       add 1 to ws-total-unknown
                       move tcc-store-num to ws-unk-store-num
                       write output-line
                         from ws-unknown-store-line
                         after advancing 1 line
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *works one store's expected cash, its over/short against the
      *count, and where that falls against the tolerance band.  A
      *count for a business day other than the one the store's
      *file was for is not compared - it is flagged instead.
       140-work-out-over-short.
           subtract ws-store-tbl-ref-amt(ws-store-idx)
             from ws-store-tbl-ca-amt(ws-store-idx)
             giving ws-store-tbl-expected(ws-store-idx).
           subtract ws-store-tbl-void-amt(ws-store-idx)
             from ws-store-tbl-expected(ws-store-idx).
      *
           if ws-store-tbl-was-counted(ws-store-idx)
               if ws-store-tbl-bus-date(ws-store-idx) = 0
                   move ws-store-tbl-count-date(ws-store-idx) to
                     ws-store-tbl-bus-date(ws-store-idx)
               end-if
               if ws-store-tbl-count-date(ws-store-idx) =
                 ws-store-tbl-bus-date(ws-store-idx)
                   perform 145-compare-to-band
               else
                   move "D" to ws-store-tbl-band-flag(ws-store-idx)
                   add 1 to ws-total-no-count
               end-if
           else
      *        an inactive store with nothing on file owes no count
               if ws-store-tbl-is-active(ws-store-idx) or
                 ws-store-tbl-activity(ws-store-idx) = "y"
                   move "N" to ws-store-tbl-band-flag(ws-store-idx)
                   add 1 to ws-total-no-count
               end-if
           end-if.
      *
       145-compare-to-band.
           compute ws-store-tbl-over-short(ws-store-idx) =
             ws-store-tbl-count-amt(ws-store-idx) -
             ws-store-tbl-expected(ws-store-idx).
           move "y" to ws-store-tbl-posted(ws-store-idx).
           add 1 to ws-total-counted.
           add ws-store-tbl-over-short(ws-store-idx) to ws-total-net.
           compute ws-band-low = 0 - ws-tolerance-amt.
           if ws-store-tbl-over-short(ws-store-idx) > ws-tolerance-amt
               move "O" to ws-store-tbl-band-flag(ws-store-idx)
               add 1 to ws-total-band
           else
               if ws-store-tbl-over-short(ws-store-idx) < ws-band-low
                   move "S" to ws-store-tbl-band-flag(ws-store-idx)
                   add 1 to ws-total-band
               end-if
           end-if.
      *
      *************************************************************
      *reads the history in whole, keeping every line except a day
      *tonight's counts are about to replace, and rolls each
      *store's days, out-of-band days and net into its history
      *totals
       160-load-history.
           move "n" to ws-hist-eof-flag.
           open input history-file.
           if ws-history-status = "00"
               perform 165-read-history
                 until ws-hist-eof-flag = "y"
               close history-file
           end-if.
      *
       165-read-history.
           read history-file
               at end
                   move "y" to ws-hist-eof-flag
           end-read.
           if ws-hist-eof-flag not = "y"
               move toh-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   if ws-store-tbl-is-posted(ws-store-match-idx) and
                     toh-business-date =
                       ws-store-tbl-bus-date(ws-store-match-idx)
                       continue
                   else
                       perform 166-keep-history-line
                       perform 167-roll-history-line
                   end-if
               else
                   perform 166-keep-history-line
               end-if
           end-if.
      *
       166-keep-history-line.
           if ws-hist-count >= ws-hist-max
               move "OVER/SHORT HISTORY TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           add 1 to ws-hist-count.
           move history-line to ws-hist-tbl-rec(ws-hist-count).
      *
       167-roll-history-line.
           if toh-over-short is numeric
               add 1 to ws-store-tbl-hist-days(ws-store-match-idx)
               add toh-over-short to
                 ws-store-tbl-hist-net(ws-store-match-idx)
               if toh-band-flag = "O" or toh-band-flag = "S"
                   add 1 to ws-store-tbl-hist-band(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *prints page heading
       150-print-page-headings.
           move ws-sys-year  to ws-title-year.
           move ws-sys-month to ws-title-month.
           move ws-sys-day   to ws-title-day.
      *
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
      *prints one line per store master entry with its history
      *underneath, then the night's totals
       200-print-report.
           move ws-tolerance-amt to ws-band-amount.
           write output-line
             from ws-band-line
             after advancing 2 lines.
           write output-line
             from ws-column-header
             after advancing 2 lines.
           perform 210-print-one-store
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
           perform 250-print-totals.
      *
       210-print-one-store.
      *    tonight's counted day joins the history it is printed
      *    with
           if ws-store-tbl-is-posted(ws-store-idx)
               add 1 to ws-store-tbl-hist-days(ws-store-idx)
               add ws-store-tbl-over-short(ws-store-idx) to
                 ws-store-tbl-hist-net(ws-store-idx)
               if ws-store-tbl-band-flag(ws-store-idx) = "O" or
                 ws-store-tbl-band-flag(ws-store-idx) = "S"
                   add 1 to ws-store-tbl-hist-band(ws-store-idx)
               end-if
           end-if.
      *
           move spaces to ws-det-counted-by.
           move ws-store-tbl-num(ws-store-idx)  to ws-det-store-num.
           move ws-store-tbl-name(ws-store-idx) to ws-det-store-name.
           move ws-store-tbl-expected(ws-store-idx) to ws-det-expected.
           move ws-store-tbl-count-amt(ws-store-idx) to ws-det-counted.
           move ws-store-tbl-over-short(ws-store-idx) to
             ws-det-over-short.
           if ws-store-tbl-was-counted(ws-store-idx)
               move ws-store-tbl-count-by(ws-store-idx) to
                 ws-det-counted-by
           end-if.
           if ws-store-tbl-band-flag(ws-store-idx) = "O"
               move "OVER BAND"    to ws-det-flag
           else
               if ws-store-tbl-band-flag(ws-store-idx) = "S"
                   move "SHORT BAND"   to ws-det-flag
               else
                   if ws-store-tbl-band-flag(ws-store-idx) = "N"
                       move "NO COUNT"     to ws-det-flag
                   else
                       if ws-store-tbl-band-flag(ws-store-idx) = "D"
                           move "WRONG DATE"   to ws-det-flag
                       else
                           move spaces         to ws-det-flag
                       end-if
                   end-if
               end-if
           end-if.
           write output-line
             from ws-detail-line
             after advancing 1 line.
      *
           move ws-store-tbl-hist-days(ws-store-idx) to ws-hdet-days.
           move ws-store-tbl-hist-band(ws-store-idx) to
             ws-hdet-band-days.
           move ws-store-tbl-hist-net(ws-store-idx) to ws-hdet-net.
           write output-line
             from ws-history-detail-line
             after advancing 1 line.
      *
       250-print-totals.
           move ws-total-counted  to ws-tot-counted.
           move ws-total-band     to ws-tot-band.
           move ws-total-no-count to ws-tot-no-count.
           move ws-total-net      to ws-tot-net.
           write output-line
             from ws-totals-line-1
             after advancing 2 lines.
           write output-line
             from ws-totals-line-2
             after advancing 1 line.
           write output-line
             from ws-totals-line-3
             after advancing 1 line.
           write output-line
             from ws-totals-line-4
             after advancing 1 line.
      *
      *************************************************************
      *writes the kept history back out with tonight's counted days
      *on the end.  A rehearsal reads the real history but leaves
      *it alone, writing its copy to the trial area.
       300-write-history.
           if ws-trial-running
               move "../../../../trial/Till-Over-Short-History.dat"
                                       to ws-history-file-name
           end-if.
           open output history-file.
           perform 305-write-kept-history
             varying ws-hist-idx from 1 by 1
             until ws-hist-idx > ws-hist-count.
           perform 306-write-tonights-history
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
           close history-file.
      *
       305-write-kept-history.
           move ws-hist-tbl-rec(ws-hist-idx) to history-line.
           write history-line.
      *
       306-write-tonights-history.
           if ws-store-tbl-is-posted(ws-store-idx)
               move ws-store-tbl-num(ws-store-idx) to toh-store-num
               move ws-store-tbl-bus-date(ws-store-idx) to
                 toh-business-date
               move ws-store-tbl-expected(ws-store-idx) to
                 toh-expected-cash
               move ws-store-tbl-count-amt(ws-store-idx) to
                 toh-counted-cash
               move ws-store-tbl-over-short(ws-store-idx) to
                 toh-over-short
               move ws-store-tbl-band-flag(ws-store-idx) to
                 toh-band-flag
               move ws-store-tbl-count-by(ws-store-idx) to
                 toh-counted-by
               write history-line
           end-if.
      *
      *************************************************************
      *hands each compared store's net over/short to GL_Posting;
      *an even till has nothing to post
       310-write-over-short-totals.
           if ws-store-tbl-is-posted(ws-store-idx) and
             ws-store-tbl-over-short(ws-store-idx) not = 0
               move ws-store-tbl-num(ws-store-idx) to tos-store-num
               move ws-store-tbl-over-short(ws-store-idx) to
                 tos-over-short
               write over-short-totals-line
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
           move "Till_Over_Short"      to adt-program-name.
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
           if ws-store-count = 0
               move "STORE MASTER EMPTY"    to adt-status-text
           else
               if return-code = 0
                   move "ALL TILLS WITHIN BAND" to adt-status-text
               else
                   move "TILLS NEED FOLLOW-UP"  to adt-status-text
               end-if
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
      *a table limit was hit.  the run stops loudly, right here,
      *instead of letting a subscript run off the end of the table.
      *The totals file was emptied when the run opened, so nothing
      *half-worked reaches the journal.
       9000-abort-table-full.
           move "y" to ws-table-abort-flag.
           display "Till_Over_Short: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Till_Over_Short: RUN STOPPED - RAISE THE TABLE "
             "LIMIT AND RERUN".
           move 16 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
           close over-short-totals-file.
      *
       end program Till_Over_Short.
