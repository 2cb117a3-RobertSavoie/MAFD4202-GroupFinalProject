       identification division.

      *Program:    Layaway_Purge
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Retention purge of layaway customers' personal
      *            information.  A plan that closed to
      *            Layaway-History.dat - paid off, cancelled or
      *            forfeited - longer ago than the retention period
      *            has its customer's name, phone and address
      *            cleared off Layaway-Customer.dat.  The plan key
      *            stays on the customer record, and the ledger and
      *            history files are only read, so the plan's
      *            financial history is untouched.  A plan still on
      *            the working ledger is never touched, whatever
      *            history says about it; one that would otherwise
      *            be due is listed as refused.  The retention period
      *            in months comes from Layaway-Retention.dat, else
      *            the standard period below.  Prints a purge
      *            certificate listing every plan anonymized.  Run
      *            on its own whenever the purge is due.

       program-id. Layaway_Purge.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Who holds each layaway plan, keyed by store and plan invoice
       select layaway-customer-file
           assign to "../../../../data/Layaway-Customer.dat"
           organization is line sequential
           file status is ws-customer-status.
      *
      *The working layaway ledger S_L_Processing keeps up
       select layaway-ledger-file
           assign to "../../../../data/Layaway-Ledger.dat"
           organization is line sequential
           file status is ws-ledger-status.
      *
      *Closed plans - paid off or cancelled - moved out of the
      *working ledger by S_L_Processing
       select layaway-history-file
           assign to "../../../../data/Layaway-History.dat"
           organization is line sequential
           file status is ws-history-status.
      *
      *How many months a closed plan's customer is kept
       select retention-file
           assign to "../../../../data/Layaway-Retention.dat"
           organization is line sequential
           file status is ws-retention-status.
      *
       select report-file
           assign to "../../../../output/Layaway-Purge.out"
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
      *one plan's customer: the plan key, then name and contact
       fd layaway-customer-file
           data record is layaway-customer-line
           record contains 78 characters.
      *
       01 layaway-customer-line.
           05 lwc-store-num            pic 99.
           05 lwc-invoice              pic x(9).
           05 lwc-name                 pic x(25).
           05 lwc-phone                pic x(12).
           05 lwc-address              pic x(30).
      *
      *one open layaway plan's installment history
       fd layaway-ledger-file
           data record is layaway-ledger-line
           record contains 46 characters.
      *
       01 layaway-ledger-line.
           05 lwl-store-num            pic 99.
           05 lwl-invoice              pic x(9).
           05 lwl-installments         pic 9(3).
           05 lwl-paid-amount          pic 9(10)v99.
           05 lwl-last-pay-date        pic 9(8).
           05 lwl-plan-total           pic 9(10)v99.
      *
      *one closed plan: the ledger fields plus how and when it closed
       fd layaway-history-file
           data record is layaway-history-line
           record contains 63 characters.
      *
       01 layaway-history-line.
           05 lwh-store-num            pic 99.
           05 lwh-invoice              pic x(9).
           05 lwh-installments         pic 9(3).
           05 lwh-paid-amount          pic 9(10)v99.
           05 lwh-last-pay-date        pic 9(8).
           05 lwh-plan-total           pic 9(10)v99.
           05 lwh-close-status         pic x(9).
           05 lwh-close-date           pic 9(8).
      *
      *the retention period, in whole months after the close date
       fd retention-file
           data record is retention-line
           record contains 3 characters.
      *
       01 retention-line.
           05 lrt-retention-months     pic 9(3).
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
           05 filler                   pic x(27)   value spaces.
           05 filler                   pic x(46)   value
                     "Layaway Personal Information Purge Certificate".
           05 filler                   pic x(27)   value spaces.
      *
       01 ws-run-date-line.
           05 filler                   pic x(21)   value
                                       "Run Date           : ".
           05 ws-rd-disp-date          pic 9999/99/99.
           05 filler                   pic x(69)   value spaces.
      *
       01 ws-retention-line.
           05 filler                   pic x(21)   value
                                       "Retention Period   : ".
           05 ws-rl-disp-months        pic zz9.
           05 filler                   pic x(8)    value " months ".
           05 ws-rl-disp-source        pic x(22).
           05 filler                   pic x(46)   value spaces.
      *
       01 ws-cutoff-line.
           05 filler                   pic x(21)   value
                                       "Closed On Or Before: ".
           05 ws-cl-disp-date          pic 9999/99/99.
           05 filler                   pic x(69)   value spaces.
      *
       01 ws-section-title.
           05 ws-st-disp-title         pic x(50).
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-plan-header.
           05 filler                   pic x(7)    value "Store".
           05 filler                   pic x(12)   value "Invoice".
           05 filler                   pic x(12)   value "Closed As".
           05 filler                   pic x(13)   value "Closed On".
           05 filler                   pic x(56)   value "Action".
      *
       01 ws-plan-detail.
           05 filler                   pic x       value space.
           05 ws-pd-disp-store         pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-pd-disp-invoice       pic x(9).
           05 filler                   pic x(3)    value spaces.
           05 ws-pd-disp-status        pic x(9).
           05 filler                   pic x(3)    value spaces.
           05 ws-pd-disp-date          pic 9999/99/99.
           05 filler                   pic x(3)    value spaces.
           05 ws-pd-disp-action        pic x(40).
           05 filler                   pic x(16)   value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(5)    value spaces.
           05 filler                   pic x(6)    value "(none)".
           05 filler                   pic x(89)   value spaces.
      *
       01 ws-summary-count-line.
           05 ws-sum-disp-label        pic x(40).
           05 ws-sum-disp-count        pic zzz,zz9.
           05 filler                   pic x(53)   value spaces.
      *
       01 ws-certify-line-1.
           05 filler                   pic x(50)   value
              "The name, phone and address on every plan listed a".
           05 filler                   pic x(50)   value
              "s anonymized above have been cleared from         ".
      *
       01 ws-certify-line-2.
           05 filler                   pic x(50)   value
              "Layaway-Customer.dat.  The plans' ledger and histo".
           05 filler                   pic x(50)   value
              "ry records are unchanged.                         ".
      *
       01 ws-signature-line.
           05 filler                   pic x(50)   value
              "Certified by: ______________________   Date: _____".
           05 filler                   pic x(50)   value
              "_____                                             ".
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-customer-status       pic xx      value "00".
           05 ws-ledger-status         pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
           05 ws-retention-status      pic xx      value "00".
      *
      *the standard retention period, used when no period is on file
       77 const-retention-months       pic 9(3)    value 24.
      *
      *what a cleared customer record's name is set to; the date the
      *purge ran follows it
       77 const-anon-name              pic x(11)   value
                                       "ANONYMIZED ".
      *
      *the closed plans, keyed store + invoice and kept in key order
      *for bisection, with whether the plan is also still open on
      *the working ledger
       01 ws-history-table.
           05 ws-hst-entry             occurs 20001 times.
               10 ws-hst-tbl-key          pic x(11).
               10 ws-hst-tbl-status       pic x(9).
               10 ws-hst-tbl-close-date   pic 9(8).
               10 ws-hst-tbl-open         pic x.
      *
       01 ws-history-control.
           05 ws-hst-count             pic 9(6)    value 0.
           05 ws-hst-found             pic 9       value 0.
           05 ws-hst-match-idx         pic 9(6)    value 0.
           05 ws-hst-search-key        pic x(11)   value spaces.
      *
       77 ws-hst-max                   pic 9(6)    value 20000.
      *
      *the customer file held in storage in file order, so it goes
      *back out exactly as it came in less the cleared fields
       01 ws-customer-table.
           05 ws-cus-entry             occurs 20000 times.
               10 ws-cus-tbl-line         pic x(78).
      *
       01 ws-customer-control.
           05 ws-cus-count             pic 9(6)    value 0.
           05 ws-cus-sub               pic 9(6)    value 0.
           05 ws-cus-eof-flag          pic x       value "n".
      *
       77 ws-cus-max                   pic 9(6)    value 20000.
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
      *the retention period in force and the close date it gives:
      *today stepped back that many months, the day held where the
      *shorter month allows it
       01 ws-retention-work.
           05 ws-retention-months      pic 9(3)    value 0.
           05 ws-month-count           pic 9(6)    value 0.
           05 ws-month-quot            pic 9(6)    value 0.
           05 ws-month-rem             pic 99      value 0.
      *
       01 ws-cutoff-date.
           05 ws-cut-year              pic 9(4).
           05 ws-cut-month             pic 99.
           05 ws-cut-day               pic 99.
       01 ws-cutoff-date-num redefines ws-cutoff-date
                                       pic 9(8).
      *
       01 ws-leap-work.
           05 ws-cut-max-day           pic 99      value 0.
           05 ws-leap-rem              pic 9(4)    value 0.
           05 ws-leap-quot             pic 9(4)    value 0.
      *
      *the customer record in hand
       01 ws-cus-work.
           05 ws-cw-store-num          pic 99.
           05 ws-cw-invoice            pic x(9).
           05 ws-cw-name               pic x(25).
           05 ws-cw-phone              pic x(12).
           05 ws-cw-address            pic x(30).
      *
      *what became of each customer record
       01 ws-purge-counts.
           05 ws-read-count            pic 9(6)    value 0.
           05 ws-anon-count            pic 9(6)    value 0.
           05 ws-already-count         pic 9(6)    value 0.
           05 ws-refused-count         pic 9(6)    value 0.
           05 ws-not-due-count         pic 9(6)    value 0.
           05 ws-open-count            pic 9(6)    value 0.
           05 ws-no-history-count      pic 9(6)    value 0.
           05 ws-bad-date-count        pic 9(6)    value 0.
      *
      *the anonymized and refused plans are listed in separate
      *passes, so the pass being printed is remembered here
       01 ws-list-control.
           05 ws-list-pass             pic x       value space.
               88 ws-listing-anonymized    value "A".
               88 ws-listing-refused       value "R".
           05 ws-list-printed          pic 9(6)    value 0.
      *
      *each customer record's outcome, in step with the table above
       01 ws-outcome-table.
           05 ws-out-entry             occurs 20000 times.
               10 ws-out-tbl-action       pic x.
               10 ws-out-tbl-hst-idx      pic 9(6).
      *
      *today's date and time, stamped onto the certificate, the
      *cleared names and the audit
       01 ws-system-date.
           05 ws-sys-year               pic 9(4).
           05 ws-sys-month              pic 99.
           05 ws-sys-day                pic 99.
       01 ws-system-date-num redefines ws-system-date
                                        pic 9(8).
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
           perform 25-open-files.
           perform 40-load-retention-period.
           perform 45-compute-cutoff-date.
           perform 50-load-history.
           perform 60-mark-open-plans.
      *
           perform 150-print-page-headings.
           perform 160-print-run-parameters.
      *
           open input layaway-customer-file.
           if ws-customer-status = "00"
               perform 100-load-customers
               close layaway-customer-file
               perform 200-decide-each-customer
                 varying ws-cus-sub from 1 by 1
                 until ws-cus-sub > ws-cus-count
      *        the file is only rewritten when something changed
               if ws-anon-count > 0
                   perform 300-rewrite-customer-file
               end-if
               perform 400-print-anonymized-plans
               perform 450-print-refused-plans
               perform 700-print-totals
      *        an open plan that history says is due needs looking
      *        at before its customer can ever be purged
               if ws-refused-count > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           else
               move "NO LAYAWAY CUSTOMER FILE - NOTHING PURGED" to
                                                 ws-st-disp-title
               write output-line
                 from ws-section-title
                 after advancing 2 lines
               move 8 to return-code
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
      *the retention period on file, else the standard one.  a
      *period of zero would purge every closed plan outright, so it
      *is taken as no period at all
       40-load-retention-period.
           move const-retention-months to ws-retention-months.
           move "(STANDARD PERIOD)"    to ws-rl-disp-source.
           open input retention-file.
           if ws-retention-status = "00"
               read retention-file
                   at end
                       move 0 to lrt-retention-months
               end-read
               if lrt-retention-months is numeric and
                 lrt-retention-months > 0
                   move lrt-retention-months to ws-retention-months
                   move "(FROM RETENTION FILE)" to ws-rl-disp-source
               end-if
               close retention-file
           end-if.
      *
      *************************************************************
      *today stepped back the retention period's months.  the 31st
      *stepped back into a 30-day month, or into February, is held
      *at that month's last day
       45-compute-cutoff-date.
           compute ws-month-count =
             (ws-sys-year * 12) + ws-sys-month - 1
             - ws-retention-months.
           divide ws-month-count by 12
             giving ws-month-quot
             remainder ws-month-rem.
           move ws-month-quot to ws-cut-year.
           compute ws-cut-month = ws-month-rem + 1.
           move ws-sys-day to ws-cut-day.
           perform 47-find-days-in-cutoff-month.
           if ws-cut-day > ws-cut-max-day
               move ws-cut-max-day to ws-cut-day
           end-if.
      *
       47-find-days-in-cutoff-month.
           if ws-cut-month = 4 or ws-cut-month = 6 or
             ws-cut-month = 9 or ws-cut-month = 11
               move 30 to ws-cut-max-day
           else
               if ws-cut-month = 2
                   move 28 to ws-cut-max-day
                   divide ws-cut-year by 4
                     giving ws-leap-quot
                     remainder ws-leap-rem
                   if ws-leap-rem = 0
                       move 29 to ws-cut-max-day
                       divide ws-cut-year by 100
                         giving ws-leap-quot
                         remainder ws-leap-rem
                       if ws-leap-rem = 0
                           move 28 to ws-cut-max-day
                           divide ws-cut-year by 400
                             giving ws-leap-quot
                             remainder ws-leap-rem
                           if ws-leap-rem = 0
                               move 29 to ws-cut-max-day
                           end-if
                       end-if
                   end-if
               else
                   move 31 to ws-cut-max-day
               end-if
           end-if.
      *
      *************************************************************
      *loads the closed plans.  a plan closed more than once keeps
      *its latest close, so a reopened and reclosed plan is timed
      *from the last time it closed
       50-load-history.
           open input layaway-history-file.
           if ws-history-status = "00"
               move "n" to eof-flag
               perform 51-read-history
                 until eof-flag = eof-y
               close layaway-history-file
           end-if.
      *
       51-read-history.
           read layaway-history-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y
               move lwh-store-num to ws-hst-search-key(1:2)
               move lwh-invoice   to ws-hst-search-key(3:9)
               perform 55-search-history
               if ws-hst-found = 0
                   perform 53-insert-history
                   move lwh-close-status to
                                 ws-hst-tbl-status(ws-hst-match-idx)
                   move lwh-close-date   to
                                 ws-hst-tbl-close-date(ws-hst-match-idx)
               else
                   if lwh-close-date is numeric and
                     (ws-hst-tbl-close-date(ws-hst-match-idx)
                       is not numeric or
                     lwh-close-date >
                       ws-hst-tbl-close-date(ws-hst-match-idx))
                       move lwh-close-status to
                                 ws-hst-tbl-status(ws-hst-match-idx)
                       move lwh-close-date   to
                                 ws-hst-tbl-close-date(ws-hst-match-idx)
                   end-if
               end-if
           end-if.
      *
      *opens a slot at ws-bs-insert-at for ws-hst-search-key, leaving
      *ws-hst-match-idx pointing at it
       53-insert-history.
           if ws-hst-count >= ws-hst-max
               move "LAYAWAY HISTORY TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-hst-count to ws-bs-shift-idx.
           perform 54-shift-history
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ws-bs-insert-at   to ws-hst-match-idx.
           move ws-hst-search-key to ws-hst-tbl-key(ws-hst-match-idx).
           move "n"               to ws-hst-tbl-open(ws-hst-match-idx).
           add 1 to ws-hst-count.
      *
       54-shift-history.
           move ws-hst-entry(ws-bs-shift-idx) to
             ws-hst-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *bisects the key-ordered history table for ws-hst-search-key
       55-search-history.
           move 0 to ws-hst-found.
           move 1 to ws-bs-lo.
           move ws-hst-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 56-search-history-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       56-search-history-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-hst-tbl-key(ws-bs-mid) = ws-hst-search-key
                   move 1         to ws-hst-found
                   move ws-bs-mid to ws-hst-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-hst-tbl-key(ws-bs-mid) < ws-hst-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *a plan still on the working ledger is open, whatever history
      *says about it
       60-mark-open-plans.
           open input layaway-ledger-file.
           if ws-ledger-status = "00"
               move "n" to eof-flag
               perform 61-read-ledger
                 until eof-flag = eof-y
               close layaway-ledger-file
           end-if.
      *
       61-read-ledger.
           read layaway-ledger-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y
               move lwl-store-num to ws-hst-search-key(1:2)
               move lwl-invoice   to ws-hst-search-key(3:9)
               perform 55-search-history
               if ws-hst-found = 1
                   move "y" to ws-hst-tbl-open(ws-hst-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *holds the customer file in storage, in the order it is on file
       100-load-customers.
           perform 110-read-customer
             until ws-cus-eof-flag = "y".
      *
       110-read-customer.
           read layaway-customer-file
               at end
                   move "y" to ws-cus-eof-flag
           end-read.
           if ws-cus-eof-flag not = "y"
               if ws-cus-count >= ws-cus-max
                   move "LAYAWAY CUSTOMER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-cus-count
               move layaway-customer-line to
                                      ws-cus-tbl-line(ws-cus-count)
           end-if.
      *
      *************************************************************
      *decides each customer record's fate:
      *  'A' anonymized now      'P' already anonymized earlier
      *  'R' refused - still open 'O' open, not due anyway
      *  'N' closed, not yet due  'H' no closed plan on history
      *  'D' close date unreadable, left alone
       200-decide-each-customer.
           add 1 to ws-read-count.
           move ws-cus-tbl-line(ws-cus-sub) to ws-cus-work.
           move 0 to ws-out-tbl-hst-idx(ws-cus-sub).
           move ws-cw-store-num to ws-hst-search-key(1:2).
           move ws-cw-invoice   to ws-hst-search-key(3:9).
           perform 55-search-history.
           if ws-cw-name(1:11) = const-anon-name
               move "P" to ws-out-tbl-action(ws-cus-sub)
               add 1 to ws-already-count
           else
               if ws-hst-found = 0
                   move "H" to ws-out-tbl-action(ws-cus-sub)
                   add 1 to ws-no-history-count
               else
                   move ws-hst-match-idx to
                                 ws-out-tbl-hst-idx(ws-cus-sub)
                   perform 210-decide-closed-plan
               end-if
           end-if.
      *
       210-decide-closed-plan.
           if ws-hst-tbl-close-date(ws-hst-match-idx) is not numeric
               move "D" to ws-out-tbl-action(ws-cus-sub)
               add 1 to ws-bad-date-count
           else
               if ws-hst-tbl-close-date(ws-hst-match-idx) >
                 ws-cutoff-date-num
                   if ws-hst-tbl-open(ws-hst-match-idx) = "y"
                       move "O" to ws-out-tbl-action(ws-cus-sub)
                       add 1 to ws-open-count
                   else
                       move "N" to ws-out-tbl-action(ws-cus-sub)
                       add 1 to ws-not-due-count
                   end-if
               else
                   if ws-hst-tbl-open(ws-hst-match-idx) = "y"
                       move "R" to ws-out-tbl-action(ws-cus-sub)
                       add 1 to ws-refused-count
                   else
                       perform 220-anonymize-customer
                   end-if
               end-if
           end-if.
      *
      *clears the personal fields; the plan key stays so the plan's
      *history still has its customer record
       220-anonymize-customer.
           move "A" to ws-out-tbl-action(ws-cus-sub).
           add 1 to ws-anon-count.
           move spaces              to ws-cw-name.
           move const-anon-name     to ws-cw-name(1:11).
           move ws-system-date-num  to ws-cw-name(12:8).
           move spaces              to ws-cw-phone.
           move spaces              to ws-cw-address.
           move ws-cus-work to ws-cus-tbl-line(ws-cus-sub).
      *
      *************************************************************
      *puts the customer file back, every record in its old place
       300-rewrite-customer-file.
           open output layaway-customer-file.
           perform 310-write-one-customer
             varying ws-cus-sub from 1 by 1
             until ws-cus-sub > ws-cus-count.
           close layaway-customer-file.
      *
       310-write-one-customer.
           move ws-cus-tbl-line(ws-cus-sub) to layaway-customer-line.
           write layaway-customer-line.
      *
      *************************************************************
      *the certificate's list of plans anonymized by this run
       400-print-anonymized-plans.
           move "A" to ws-list-pass.
           move "PLANS ANONYMIZED" to ws-st-disp-title.
           perform 410-print-plan-list.
      *
      *open plans history says are due - left alone, for follow-up
       450-print-refused-plans.
           move "R" to ws-list-pass.
           move "REFUSED - PLAN STILL OPEN ON THE LAYAWAY LEDGER" to
                                                 ws-st-disp-title.
           perform 410-print-plan-list.
      *
       410-print-plan-list.
           write output-line
             from ws-section-title
             after advancing 2 lines.
           write output-line
             from ws-plan-header
             after advancing 1 line.
           move 0 to ws-list-printed.
           perform 420-print-one-plan
             varying ws-cus-sub from 1 by 1
             until ws-cus-sub > ws-cus-count.
           if ws-list-printed = 0
               write output-line from ws-none-line
           end-if.
      *
       420-print-one-plan.
           if ws-out-tbl-action(ws-cus-sub) = ws-list-pass
               add 1 to ws-list-printed
               move ws-cus-tbl-line(ws-cus-sub) to ws-cus-work
               move ws-out-tbl-hst-idx(ws-cus-sub) to ws-hst-match-idx
               move ws-cw-store-num to ws-pd-disp-store
               move ws-cw-invoice   to ws-pd-disp-invoice
               move ws-hst-tbl-status(ws-hst-match-idx) to
                                                 ws-pd-disp-status
               move ws-hst-tbl-close-date(ws-hst-match-idx) to
                                                 ws-pd-disp-date
               if ws-listing-anonymized
                   move "NAME, PHONE AND ADDRESS CLEARED" to
                                                 ws-pd-disp-action
               else
                   move "NOT TOUCHED - PLAN STILL OPEN" to
                                                 ws-pd-disp-action
               end-if
               write output-line from ws-plan-detail
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
       160-print-run-parameters.
           move ws-system-date-num  to ws-rd-disp-date.
           write output-line from ws-run-date-line.
           move ws-retention-months to ws-rl-disp-months.
           write output-line from ws-retention-line.
           move ws-cutoff-date-num  to ws-cl-disp-date.
           write output-line from ws-cutoff-line.
      *
      *************************************************************
       700-print-totals.
           move "Customer Records Read" to ws-sum-disp-label.
           move ws-read-count to ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 2 lines.
           move "Anonymized This Run" to ws-sum-disp-label.
           move ws-anon-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Anonymized On An Earlier Run" to ws-sum-disp-label.
           move ws-already-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Refused - Plan Still Open" to ws-sum-disp-label.
           move ws-refused-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Open Plans" to ws-sum-disp-label.
           move ws-open-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Closed Within The Retention Period" to
                                                 ws-sum-disp-label.
           move ws-not-due-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "No Closed Plan On History" to ws-sum-disp-label.
           move ws-no-history-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Close Date Unreadable - Left Alone" to
                                                 ws-sum-disp-label.
           move ws-bad-date-count to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
      *
           write output-line
             from ws-certify-line-1
             after advancing 2 lines.
           write output-line from ws-certify-line-2.
           write output-line
             from ws-signature-line
             after advancing 2 lines.
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
           move "Layaway_Purge"        to adt-program-name.
           move ws-sys-year            to adt-run-date(1:4).
           move ws-sys-month           to adt-run-date(5:2).
           move ws-sys-day             to adt-run-date(7:2).
           move ws-sys-hour            to adt-run-time(1:2).
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-table-abort
               move "TABLE LIMIT EXCEEDED"      to adt-status-text
           else
               if return-code = 8
                   move "NO CUSTOMER FILE"      to adt-status-text
               else
                   if ws-refused-count > 0
                       move "PURGED - OPEN PLANS REFUSED" to
                                                 adt-status-text
                   else
                       if ws-anon-count > 0
                           move "PURGED"        to adt-status-text
                       else
                           move "NOTHING DUE"   to adt-status-text
                       end-if
                   end-if
               end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *a table limit was hit.  the run stops loudly, right here,
      *instead of letting a subscript run off the end of the table.
      *nothing has been rewritten at this point.
       9000-abort-table-full.
           move "y" to ws-table-abort-flag.
           display "Layaway_Purge: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Layaway_Purge: RUN STOPPED - RAISE THE "
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
       end program Layaway_Purge.
