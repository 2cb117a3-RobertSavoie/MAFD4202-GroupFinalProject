       identification division.

      *Program:    Prior_Period_Adjust
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    The controlled way onto the books for a late
      *            transaction dated in a month Month_End_Close has
      *            already locked, which Final_EditFile's
      *            closed-period edit rightly refuses.  Reads the
      *            authorized batch on Prior-Period-Adjust.dat - a
      *            header naming the batch and the employee who
      *            authorized it, then one line per late
      *            transaction with its original business date and
      *            a reason.  Every line must belong to a closed
      *            period, an active store and a real payment type;
      *            the accepted ones are handed to GL_Posting on
      *            Prior-Period-Adj-Posted.dat to post into the
      *            current open period as distinct prior-period
      *            adjustment lines, and are kept, original date and
      *            all, on Prior-Period-Adj-History.dat.  The report
      *            lists every adjustment ever posted under the
      *            closed period it belongs to.  Closed-Periods.dat
      *            is only ever read.  A batch already posted on an
      *            earlier day is not posted again.  Run by
      *            Daily_Run_Driver just before GL_Posting.

       program-id. Prior_Period_Adjust.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The authorized adjustment batch, when there is one
       select adjust-request-file
           assign to "../../../../data/Prior-Period-Adjust.dat"
           organization is line sequential
           file status is ws-request-status.
      *
      *The periods finance has closed, written by Month_End_Close
       select closed-periods-file
           assign to "../../../../data/Closed-Periods.dat"
           organization is line sequential
           file status is ws-closed-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential
           file status is ws-store-status.
      *
      *The employees, for the batch's authorizer
       select employee-master-file
           assign to "../../../../data/Employee-Master.dat"
           organization is line sequential
           file status is ws-employee-status.
      *
      *Every adjustment ever posted, read in whole and written back
      *out with tonight's batch on the end
       select history-file
           assign to ws-history-file-name
           organization is line sequential
           file status is ws-history-status.
      *
      *Tonight's accepted adjustments, posted by GL_Posting
       select posted-file
           assign to ws-posted-file-name
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
      *'H' the batch header: batch id, authorizing employee and the
      *date authorized.  'A' one late transaction: the S&L/return
      *fields it would have carried, the tax on it, and why it is
      *late.
       fd adjust-request-file
           data record is adjust-request-line
           record contains 80 characters.
      *
       01 adjust-request-line.
           05 ppr-rec-type             pic x.
               88 ppr-header               value "H".
               88 ppr-adjustment           value "A".
           05 ppr-trans-code           pic x.
               88 ppr-code-ok              value "S" "L" "R".
           05 ppr-trans-amt            pic 9(7)v99.
           05 ppr-payment-type         pic xx.
               88 ppr-payment-ok           value "CA" "CR" "DB".
           05 ppr-store-num            pic 99.
           05 ppr-invoice              pic x(9).
           05 ppr-orig-date            pic 9(8).
           05 ppr-orig-date-x redefines ppr-orig-date.
               10 ppr-orig-year        pic 9(4).
               10 ppr-orig-month       pic 99.
               10 ppr-orig-day         pic 99.
           05 ppr-gst-amt              pic 9(5)v99.
           05 ppr-pst-amt              pic 9(5)v99.
           05 ppr-reason-code          pic x(4).
           05 ppr-reason-text          pic x(30).
      *
       01 adjust-header-line redefines adjust-request-line.
           05 filler                   pic x.
           05 pph-batch-id             pic x(8).
           05 pph-authorized-by        pic 9(5).
           05 pph-authorized-date      pic 9(8).
           05 filler                   pic x(58).
      *
      *one closed period: the year and month, when it was closed,
      *and the figures it closed at
       fd closed-periods-file
           data record is closed-periods-line
           record contains 33 characters.
      *
       01 closed-periods-line.
           05 cpd-year                 pic 9(4).
           05 cpd-month                pic 99.
           05 cpd-closed-date          pic 9(8).
           05 cpd-final-records        pic 9(7).
           05 cpd-final-amount         pic 9(10)v99.
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
      *one posted adjustment: the batch and night it posted on, who
      *authorized it, and the late transaction itself.  The posted
      *file GL_Posting reads carries the same layout.
       fd history-file
           data record is history-line
           record contains 100 characters.
      *
       01 history-line.
           05 pah-batch-id             pic x(8).
           05 pah-posted-date          pic 9(8).
           05 pah-authorized-by        pic 9(5).
           05 pah-trans-code           pic x.
           05 pah-trans-amt            pic 9(7)v99.
           05 pah-payment-type         pic xx.
           05 pah-store-num            pic 99.
           05 pah-invoice              pic x(9).
           05 pah-orig-date            pic 9(8).
           05 pah-gst-amt              pic 9(5)v99.
           05 pah-pst-amt              pic 9(5)v99.
           05 pah-reason-code          pic x(4).
           05 pah-reason-text          pic x(30).
      *
       fd posted-file
           data record is posted-line
           record contains 100 characters.
      *
       01 posted-line                  pic x(100).
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
           05 filler                   pic x(30)   value spaces.
           05 filler                   pic x(40)   value
                   "Prior-Period Adjustments By Closed Month".
           05 filler                   pic x(30)   value spaces.
      *
       01 ws-batch-line.
           05 filler                   pic x(16)   value
                                       "Tonight's Batch:".
           05 filler                   pic x       value space.
           05 ws-bat-id                pic x(8).
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(15)   value
                                       "Authorized By: ".
           05 ws-bat-auth-by           pic 9(5).
           05 filler                   pic x       value space.
           05 ws-bat-auth-name         pic x(20).
           05 filler                   pic x(4)    value spaces.
           05 ws-bat-auth-date         pic 9(8).
           05 filler                   pic x(18)   value spaces.
      *
       01 ws-batch-status-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-bat-status-text       pic x(60).
           05 ws-bat-status-date       pic x(8)    value spaces.
           05 filler                   pic x(30)   value spaces.
      *
       01 ws-reject-title.
           05 filler                   pic x(50)   value
              "Adjustment Lines Rejected - Not Posted:".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-reject-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-rej-code              pic x.
           05 filler                   pic x(2)    value spaces.
           05 ws-rej-store             pic xx.
           05 filler                   pic x(2)    value spaces.
           05 ws-rej-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-rej-date              pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-rej-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 ws-rej-text              pic x(30).
           05 filler                   pic x(24)   value spaces.
      *
       01 ws-period-head.
           05 filler                   pic x(15)   value
                                       "Closed Period: ".
           05 ws-ph-year               pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-ph-month              pic 99.
           05 filler                   pic x(78)   value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(3)    value "Cd".
           05 filler                   pic x(4)    value "St".
           05 filler                   pic x(11)   value "Invoice".
           05 filler                   pic x(10)   value "Orig Date".
           05 filler                   pic x(13)   value
                                       "       Amount".
           05 filler                   pic x(11)   value
                                       "        Tax".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(5)    value "Rsn".
           05 filler                   pic x(22)   value "Reason".
           05 filler                   pic x(9)    value "Batch".
           05 filler                   pic x(8)    value "Posted".
      *
       01 ws-adjust-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-adj-code              pic x.
           05 filler                   pic x(2)    value spaces.
           05 ws-adj-store             pic 99.
           05 filler                   pic x(2)    value spaces.
           05 ws-adj-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-adj-orig-date         pic 9(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-adj-amount            pic z,zzz,zz9.99.
           05 filler                   pic x       value space.
           05 ws-adj-tax               pic zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-adj-reason-code       pic x(4).
           05 filler                   pic x       value space.
           05 ws-adj-reason-text       pic x(21).
           05 filler                   pic x       value space.
           05 ws-adj-batch             pic x(8).
           05 filler                   pic x       value space.
           05 ws-adj-posted            pic 9(8).
      *
       01 ws-period-total-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(17)   value
                                       "Period Total    :".
           05 ws-pt-count              pic zzzz9.
           05 filler                   pic x(8)    value " lines  ".
           05 ws-pt-amount             pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(6)    value " tax  ".
           05 ws-pt-tax                pic zzz,zzz,zz9.99.
           05 filler                   pic x(32)   value spaces.
      *
       01 ws-none-found-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(26)   value
                                       "None.".
           05 filler                   pic x(72)   value spaces.
      *
       01 ws-summary-title.
           05 filler                   pic x(20)   value
                                       "Tonight's Summary:".
           05 filler                   pic x(80)   value spaces.
      *
       01 ws-summary-count-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-sum-count-label       pic x(30).
           05 ws-sum-count             pic zzzzz9.
           05 filler                   pic x(62)   value spaces.
      *
       01 ws-summary-amount-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-sum-amount-label      pic x(30).
           05 ws-sum-amount            pic zzz,zzz,zz9.99.
           05 filler                   pic x(54)   value spaces.
      *
      *what the batch as a whole came to
       77 ws-txt-no-batch              pic x(60)   value
              "NO ADJUSTMENT BATCH ON FILE - NOTHING POSTED".
       77 ws-txt-no-header             pic x(60)   value
              "BATCH REFUSED - NO 'H' HEADER WITH A BATCH ID".
       77 ws-txt-bad-authorizer        pic x(60)   value
              "BATCH REFUSED - AUTHORIZER NOT AN ACTIVE EMPLOYEE".
       77 ws-txt-already-posted        pic x(60)   value
              "BATCH ALREADY POSTED - NOT POSTED AGAIN - POSTED ON ".
       77 ws-txt-reposted              pic x(60)   value
              "BATCH RE-POSTED ON A RERUN OF TONIGHT'S CHAIN".
       77 ws-txt-posted                pic x(60)   value
              "BATCH POSTED INTO THE CURRENT OPEN PERIOD".
      *
      *why an adjustment line was turned away
       77 ws-rsn-bad-code              pic x(30)   value
                                       "NOT A SALE/LAYAWAY/RETURN".
       77 ws-rsn-bad-amount            pic x(30)   value
                                       "AMOUNT OR TAX NOT VALID".
       77 ws-rsn-bad-payment           pic x(30)   value
                                       "PAYMENT TYPE NOT CA/CR/DB".
       77 ws-rsn-bad-store             pic x(30)   value
                                       "STORE NOT ACTIVE".
       77 ws-rsn-bad-date              pic x(30)   value
                                       "ORIGINAL DATE NOT VALID".
       77 ws-rsn-not-closed            pic x(30)   value
                                       "PERIOD NOT CLOSED".
       77 ws-rsn-no-reason             pic x(30)   value
                                       "NO REASON GIVEN".
       77 ws-rsn-not-line              pic x(30)   value
                                       "NOT AN ADJUSTMENT LINE".
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
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
       77 ws-history-file-name         pic x(60)   value
                   "../../../../data/Prior-Period-Adj-History.dat".
       77 ws-posted-file-name          pic x(60)   value
                    "../../../../data/Prior-Period-Adj-Posted.dat".
       77 ws-report-file-name          pic x(60)   value
                          "../../../../output/Prior-Period-Adj.out".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-closed-status         pic xx      value "00".
           05 ws-store-status          pic xx      value "00".
           05 ws-employee-status       pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
      *
      *today's date as one number, stamped on tonight's batch
       01 ws-today-control.
           05 ws-today-num             pic 9(8)    value 0.
      *
      *the batch header and where the batch stands
       01 ws-batch-control.
           05 ws-batch-id              pic x(8)    value spaces.
           05 ws-batch-auth-by         pic 9(5)    value 0.
           05 ws-batch-auth-date       pic 9(8)    value 0.
           05 ws-batch-state           pic x       value "n".
               88 ws-batch-none            value "n".
               88 ws-batch-no-header       value "h".
               88 ws-batch-bad-auth        value "a".
               88 ws-batch-done-before     value "d".
               88 ws-batch-reposting       value "r".
               88 ws-batch-posting         value "p".
           05 ws-batch-posted-before   pic 9(8)    value 0.
           05 ws-req-eof-flag          pic x       value "n".
           05 ws-req-first-flag        pic x       value "y".
               88 ws-req-first-line        value "y".
      *
      *the closed periods, loaded once
       01 ws-closed-period-table.
           05 ws-clp-entry             occurs 120 times
                                       indexed by ws-clp-idx.
               10 ws-clp-tbl-year         pic 9(4).
               10 ws-clp-tbl-month        pic 99.
      *
       01 ws-closed-period-control.
           05 ws-clp-count             pic 9(3)    value 0.
           05 ws-clp-found             pic 9       value 0.
           05 ws-clp-eof-flag          pic x       value "n".
      *
      *the store master, for the active check
       01 ws-store-table.
           05 ws-store-entry           occurs 99 times
                                       indexed by ws-store-idx.
               10 ws-store-tbl-num        pic 99.
               10 ws-store-tbl-active     pic x.
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-store-found           pic 9       value 0.
           05 ws-store-eof-flag        pic x       value "n".
      *
      *the authorizer, looked up on the employee master
       01 ws-employee-control.
           05 ws-emp-found             pic 9       value 0.
           05 ws-emp-name              pic x(20)   value spaces.
           05 ws-emp-eof-flag          pic x       value "n".
      *
      *every adjustment posted on an earlier night, plus tonight's
       01 ws-history-table.
           05 ws-hst-entry             occurs 20001 times
                                       indexed by ws-hst-idx.
               10 ws-hst-tbl-rec          pic x(100).
      *
       01 ws-history-control.
           05 ws-hst-count             pic 9(5)    value 0.
           05 ws-hst-count-save        pic 9(5)    value 0.
           05 ws-hst-eof-flag          pic x       value "n".
      *
       77 ws-hst-max                   pic 9(5)    value 20000.
      *
      *the distinct closed periods the adjustments fall in, kept
      *in order so the report runs oldest month first
       01 ws-period-table.
           05 ws-per-entry             occurs 121 times
                                       indexed by ws-per-idx.
               10 ws-per-tbl-period       pic 9(6).
      *
       01 ws-period-control.
           05 ws-per-count             pic 9(3)    value 0.
           05 ws-per-found             pic 9       value 0.
           05 ws-per-search            pic 9(6)    value 0.
           05 ws-per-insert-at         pic 9(3)    value 0.
           05 ws-per-shift-idx         pic 9(3)    value 0.
      *
      *one closed period's running figures on the report
       01 ws-period-totals.
           05 ws-pt-count-work         pic 9(5)    value 0.
           05 ws-pt-amount-work        pic 9(10)v99 value 0.
           05 ws-pt-tax-work           pic 9(9)v99 value 0.
      *
      *the adjustment line in hand
       01 ws-line-work.
           05 ws-line-reject           pic x(30)   value spaces.
           05 ws-line-period           pic 9(6)    value 0.
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
      *
      *tonight's figures
       01 ws-run-totals.
           05 ws-total-lines           pic 9(5)    value 0.
           05 ws-total-posted          pic 9(5)    value 0.
           05 ws-total-rejected        pic 9(5)    value 0.
           05 ws-total-amount          pic 9(9)v99 value 0.
           05 ws-total-tax             pic 9(9)v99 value 0.
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
           accept ws-system-date from date YYYYMMDD.
           move ws-system-date to ws-today-num.
           perform 24-check-trial-mode.
           perform 25-open-files.
           perform 30-load-closed-periods.
           perform 35-load-store-master.
           perform 40-load-history.
           perform 150-print-page-headings.
      *
      *    the posted file is always written, so a night with no
      *    batch never leaves an earlier night's lines to post again
           open output posted-file.
           perform 100-work-batch.
           close posted-file.
      *
           perform 300-write-history.
           perform 400-print-by-period.
           perform 500-print-summary.
      *
      *    a refused batch or a rejected line has to go back to
      *    whoever authorized it
           if ws-batch-no-header or ws-batch-bad-auth
             or ws-total-rejected > 0
               move 4 to return-code
           else
               move 0 to return-code
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
               move "../../../../trial/Prior-Period-Adj-Posted.dat"
                                       to ws-posted-file-name
               move "../../../../trial/Prior-Period-Adj.out"
                                       to ws-report-file-name
           end-if.
      *
      *************************************************************
      *open files
       25-open-files.
           open output report-file.
      *
      *************************************************************
      *loads the periods finance has closed
       30-load-closed-periods.
           open input closed-periods-file.
           if ws-closed-status = "00"
               perform 31-read-closed-period
                 until ws-clp-eof-flag = "y"
               close closed-periods-file
           end-if.
      *
       31-read-closed-period.
           read closed-periods-file
               at end
                   move "y" to ws-clp-eof-flag
           end-read.
           if ws-clp-eof-flag not = "y"
               if ws-clp-count >= 120
                   move "CLOSED PERIOD TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-clp-count
               move cpd-year  to ws-clp-tbl-year(ws-clp-count)
               move cpd-month to ws-clp-tbl-month(ws-clp-count)
           end-if.
      *
      *************************************************************
      *loads the store master for the active check
       35-load-store-master.
           open input store-master-file.
           if ws-store-status = "00"
               perform 36-read-store-master
                 until ws-store-eof-flag = "y"
               close store-master-file
           end-if.
      *
       36-read-store-master.
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
               move stm-active-flag to
                                 ws-store-tbl-active(ws-store-count)
           end-if.
      *
      *************************************************************
      *loads every adjustment posted so far
       40-load-history.
           open input history-file.
           if ws-history-status = "00"
               perform 41-read-history
                 until ws-hst-eof-flag = "y"
               close history-file
           end-if.
      *
       41-read-history.
           read history-file
               at end
                   move "y" to ws-hst-eof-flag
           end-read.
           if ws-hst-eof-flag not = "y"
               if ws-hst-count >= ws-hst-max
                   move "ADJUSTMENT HISTORY TABLE" to
                                       ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-hst-count
               move history-line to ws-hst-tbl-rec(ws-hst-count)
           end-if.
      *
      *************************************************************
      *works tonight's batch.  The header comes first and decides
      *whether any of it posts: no header or an authorizer who is
      *not an active employee refuses the lot, and a batch already
      *posted on an earlier night is left alone.  A rerun of
      *tonight's chain posts tonight's batch again in place of its
      *first posting.
       100-work-batch.
           open input adjust-request-file.
           if ws-request-status not = "00"
               move ws-txt-no-batch to ws-bat-status-text
               write output-line
                 from ws-batch-status-line
                 after advancing 1 line
           else
               perform 110-read-request-line
                 until ws-req-eof-flag = "y"
               close adjust-request-file
               if ws-req-first-line
                   move ws-txt-no-batch to ws-bat-status-text
                   write output-line
                     from ws-batch-status-line
                     after advancing 1 line
               end-if
           end-if.
      *
       110-read-request-line.
           read adjust-request-file
               at end
                   move "y" to ws-req-eof-flag
           end-read.
           if ws-req-eof-flag not = "y"
               if ws-req-first-line
                   move "n" to ws-req-first-flag
                   perform 120-take-batch-header
               else
                   if ws-batch-posting or ws-batch-reposting
                       add 1 to ws-total-lines
                       perform 200-check-adjustment
                   end-if
               end-if
           end-if.
      *
       120-take-batch-header.
           if not ppr-header or pph-batch-id = spaces
               move "h" to ws-batch-state
               move ws-txt-no-header to ws-bat-status-text
           else
               move pph-batch-id to ws-batch-id
               if pph-authorized-by is numeric
                   move pph-authorized-by to ws-batch-auth-by
               end-if
               if pph-authorized-date is numeric
                   move pph-authorized-date to ws-batch-auth-date
               end-if
               perform 130-find-authorizer
               if ws-emp-found = 0
                   move "a" to ws-batch-state
                   move ws-txt-bad-authorizer to ws-bat-status-text
               else
                   perform 140-check-batch-posted
               end-if
           end-if.
           move ws-batch-id        to ws-bat-id.
           move ws-batch-auth-by   to ws-bat-auth-by.
           move ws-emp-name        to ws-bat-auth-name.
           move ws-batch-auth-date to ws-bat-auth-date.
           write output-line
             from ws-batch-line
             after advancing 1 line.
           if ws-batch-done-before
               move ws-batch-posted-before to ws-bat-status-date
           end-if.
           write output-line from ws-batch-status-line.
           move spaces to ws-bat-status-date.
      *
       130-find-authorizer.
           move 0      to ws-emp-found.
           move spaces to ws-emp-name.
           move "n"    to ws-emp-eof-flag.
           open input employee-master-file.
           if ws-employee-status = "00"
               perform 131-read-employee
                 until ws-emp-eof-flag = "y" or ws-emp-found = 1
               close employee-master-file
           end-if.
      *
       131-read-employee.
           read employee-master-file
               at end
                   move "y" to ws-emp-eof-flag
           end-read.
           if ws-emp-eof-flag not = "y"
               if emp-salesperson = ws-batch-auth-by and
                 emp-active-flag = "Y" and ws-batch-auth-by > 0
                   move 1        to ws-emp-found
                   move emp-name to ws-emp-name
               end-if
           end-if.
      *
      *a batch id already on the history from an earlier night has
      *been posted; one posted tonight is being rerun, and its first
      *posting comes off the history to make way
       140-check-batch-posted.
           move "p" to ws-batch-state.
           move ws-txt-posted to ws-bat-status-text.
           perform 141-check-one-history
             varying ws-hst-idx from 1 by 1
             until ws-hst-idx > ws-hst-count
             or ws-batch-done-before.
           if ws-batch-reposting
               perform 145-drop-tonights-posting
           end-if.
      *
       141-check-one-history.
           move ws-hst-tbl-rec(ws-hst-idx) to history-line.
           if pah-batch-id = ws-batch-id
               if pah-posted-date = ws-today-num
                   move "r" to ws-batch-state
                   move ws-txt-reposted to ws-bat-status-text
               else
                   move "d" to ws-batch-state
                   move pah-posted-date to ws-batch-posted-before
                   move ws-txt-already-posted to ws-bat-status-text
               end-if
           end-if.
      *
      *closes the history up over tonight's first posting of the
      *batch being rerun
       145-drop-tonights-posting.
           move ws-hst-count to ws-hst-count-save.
           move 0 to ws-hst-count.
           perform 146-keep-one-history
             varying ws-hst-idx from 1 by 1
             until ws-hst-idx > ws-hst-count-save.
      *
       146-keep-one-history.
           move ws-hst-tbl-rec(ws-hst-idx) to history-line.
           if pah-batch-id not = ws-batch-id or
             pah-posted-date not = ws-today-num
               add 1 to ws-hst-count
               move history-line to ws-hst-tbl-rec(ws-hst-count)
           end-if.
      *
      *************************************************************
      *checks one adjustment line; a good one goes to GL_Posting
      *and onto the history, a bad one onto the rejects
       200-check-adjustment.
           move spaces to ws-line-reject.
           if not ppr-adjustment
               move ws-rsn-not-line to ws-line-reject
           end-if.
           if ws-line-reject = spaces and not ppr-code-ok
               move ws-rsn-bad-code to ws-line-reject
           end-if.
           if ws-line-reject = spaces
               if ppr-trans-amt is not numeric or
                 ppr-gst-amt is not numeric or
                 ppr-pst-amt is not numeric
                   move ws-rsn-bad-amount to ws-line-reject
               else
                   if ppr-trans-amt = 0
                       move ws-rsn-bad-amount to ws-line-reject
                   end-if
               end-if
           end-if.
           if ws-line-reject = spaces and not ppr-payment-ok
               move ws-rsn-bad-payment to ws-line-reject
           end-if.
           if ws-line-reject = spaces
               perform 210-check-store
           end-if.
           if ws-line-reject = spaces
               perform 220-check-closed-period
           end-if.
           if ws-line-reject = spaces and
             (ppr-reason-code = spaces or ppr-reason-text = spaces)
               move ws-rsn-no-reason to ws-line-reject
           end-if.
      *
           if ws-line-reject = spaces
               perform 250-post-adjustment
           else
               perform 260-reject-adjustment
           end-if.
      *
       210-check-store.
           move 0 to ws-store-found.
           if ppr-store-num is numeric
               perform 211-check-one-store
                 varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
                 or ws-store-found = 1
           end-if.
           if ws-store-found = 0
               move ws-rsn-bad-store to ws-line-reject
           end-if.
      *
       211-check-one-store.
           if ws-store-tbl-num(ws-store-idx) = ppr-store-num and
             ws-store-tbl-active(ws-store-idx) = "Y"
               move 1 to ws-store-found
           end-if.
      *
      *the original business date must be a real date inside a
      *period Month_End_Close has locked - a date in the open
      *period takes the ordinary path through Final_EditFile
       220-check-closed-period.
           if ppr-orig-date is not numeric
               move ws-rsn-bad-date to ws-line-reject
           else
               if ppr-orig-month < 1 or ppr-orig-month > 12 or
                 ppr-orig-day < 1 or ppr-orig-day > 31 or
                 ppr-orig-date > ws-today-num
                   move ws-rsn-bad-date to ws-line-reject
               end-if
           end-if.
           if ws-line-reject = spaces
               move 0 to ws-clp-found
               perform 221-check-one-closed-period
                 varying ws-clp-idx from 1 by 1
                 until ws-clp-idx > ws-clp-count
                 or ws-clp-found = 1
               if ws-clp-found = 0
                   move ws-rsn-not-closed to ws-line-reject
               end-if
           end-if.
      *
       221-check-one-closed-period.
           if ppr-orig-year = ws-clp-tbl-year(ws-clp-idx) and
             ppr-orig-month = ws-clp-tbl-month(ws-clp-idx)
               move 1 to ws-clp-found
           end-if.
      *
       250-post-adjustment.
           if ws-hst-count >= ws-hst-max
               move "ADJUSTMENT HISTORY TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move spaces             to history-line.
           move ws-batch-id        to pah-batch-id.
           move ws-today-num       to pah-posted-date.
           move ws-batch-auth-by   to pah-authorized-by.
           move ppr-trans-code     to pah-trans-code.
           move ppr-trans-amt      to pah-trans-amt.
           move ppr-payment-type   to pah-payment-type.
           move ppr-store-num      to pah-store-num.
           move ppr-invoice        to pah-invoice.
           move ppr-orig-date      to pah-orig-date.
           move ppr-gst-amt        to pah-gst-amt.
           move ppr-pst-amt        to pah-pst-amt.
           move ppr-reason-code    to pah-reason-code.
           move ppr-reason-text    to pah-reason-text.
           add 1 to ws-hst-count.
           move history-line to ws-hst-tbl-rec(ws-hst-count).
           move history-line to posted-line.
           write posted-line.
           add 1 to ws-total-posted.
           add ppr-trans-amt to ws-total-amount.
           add ppr-gst-amt   to ws-total-tax.
           add ppr-pst-amt   to ws-total-tax.
      *
       260-reject-adjustment.
           add 1 to ws-total-rejected.
           if ws-total-rejected = 1
               write output-line
                 from ws-reject-title
                 after advancing 2 lines
           end-if.
           move ppr-trans-code   to ws-rej-code.
           move ppr-store-num    to ws-rej-store.
           move ppr-invoice      to ws-rej-invoice.
           move ppr-orig-date-x  to ws-rej-date.
           if ppr-trans-amt is numeric
               move ppr-trans-amt to ws-rej-amount
           else
               move 0             to ws-rej-amount
           end-if.
           move ws-line-reject   to ws-rej-text.
           write output-line from ws-reject-detail.
      *
      *************************************************************
      *writes the history back out with tonight's batch on the end.
      *A rehearsal reads the real history but leaves it alone,
      *writing its copy to the trial area.
       300-write-history.
           if ws-trial-running
               move "../../../../trial/Prior-Period-Adj-History.dat"
                                       to ws-history-file-name
           end-if.
           open output history-file.
           perform 305-write-one-history
             varying ws-hst-idx from 1 by 1
             until ws-hst-idx > ws-hst-count.
           close history-file.
      *
       305-write-one-history.
           move ws-hst-tbl-rec(ws-hst-idx) to history-line.
           write history-line.
      *
      *************************************************************
      *lists every adjustment ever posted under the closed month it
      *belongs to, oldest month first, with each month's total
       400-print-by-period.
           perform 410-note-period
             varying ws-hst-idx from 1 by 1
             until ws-hst-idx > ws-hst-count.
           if ws-per-count = 0
               write output-line
                 from ws-period-head
                 after advancing 2 lines
               write output-line from ws-none-found-line
           end-if.
           perform 420-print-one-period
             varying ws-per-idx from 1 by 1
             until ws-per-idx > ws-per-count.
      *
       410-note-period.
           move ws-hst-tbl-rec(ws-hst-idx) to history-line.
           move pah-orig-date(1:6) to ws-per-search.
           move 0 to ws-per-found.
           move 1 to ws-per-insert-at.
           perform 411-compare-one-period
             varying ws-per-idx from 1 by 1
             until ws-per-idx > ws-per-count or ws-per-found = 1.
           if ws-per-found = 0
               if ws-per-count >= 120
                   move "ADJUSTMENT PERIOD TABLE" to
                                       ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               move ws-per-count to ws-per-shift-idx
               perform 412-shift-period
                 until ws-per-shift-idx < ws-per-insert-at
               move ws-per-search to
                                 ws-per-tbl-period(ws-per-insert-at)
               add 1 to ws-per-count
           end-if.
      *
       411-compare-one-period.
           if ws-per-tbl-period(ws-per-idx) = ws-per-search
               move 1 to ws-per-found
           else
               if ws-per-tbl-period(ws-per-idx) < ws-per-search
                   set ws-per-insert-at to ws-per-idx
                   add 1 to ws-per-insert-at
               end-if
           end-if.
      *
       412-shift-period.
           move ws-per-entry(ws-per-shift-idx) to
             ws-per-entry(ws-per-shift-idx + 1).
           subtract 1 from ws-per-shift-idx.
      *
       420-print-one-period.
           move ws-per-tbl-period(ws-per-idx)(1:4) to ws-ph-year.
           move ws-per-tbl-period(ws-per-idx)(5:2) to ws-ph-month.
           write output-line
             from ws-period-head
             after advancing 2 lines.
           write output-line from ws-column-heading.
           move 0 to ws-pt-count-work.
           move 0 to ws-pt-amount-work.
           move 0 to ws-pt-tax-work.
           perform 425-print-one-adjustment
             varying ws-hst-idx from 1 by 1
             until ws-hst-idx > ws-hst-count.
           move ws-pt-count-work  to ws-pt-count.
           move ws-pt-amount-work to ws-pt-amount.
           move ws-pt-tax-work    to ws-pt-tax.
           write output-line from ws-period-total-line.
      *
       425-print-one-adjustment.
           move ws-hst-tbl-rec(ws-hst-idx) to history-line.
           if pah-orig-date(1:6) = ws-per-tbl-period(ws-per-idx)
               move pah-trans-code     to ws-adj-code
               move pah-store-num      to ws-adj-store
               move pah-invoice        to ws-adj-invoice
               move pah-orig-date      to ws-adj-orig-date
               move pah-trans-amt      to ws-adj-amount
               compute ws-adj-tax = pah-gst-amt + pah-pst-amt
               move pah-reason-code    to ws-adj-reason-code
               move pah-reason-text    to ws-adj-reason-text
               move pah-batch-id       to ws-adj-batch
               move pah-posted-date    to ws-adj-posted
               write output-line from ws-adjust-detail
               add 1 to ws-pt-count-work
               add pah-trans-amt to ws-pt-amount-work
               add pah-gst-amt   to ws-pt-tax-work
               add pah-pst-amt   to ws-pt-tax-work
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
       500-print-summary.
           write output-line
             from ws-summary-title
             after advancing 2 lines.
           move "Adjustment Lines Read   :" to ws-sum-count-label.
           move ws-total-lines to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Lines Posted            :" to ws-sum-count-label.
           move ws-total-posted to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Lines Rejected          :" to ws-sum-count-label.
           move ws-total-rejected to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Amount Posted           :" to ws-sum-amount-label.
           move ws-total-amount to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Tax Posted              :" to ws-sum-amount-label.
           move ws-total-tax to ws-sum-amount.
           write output-line from ws-summary-amount-line.
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
           move "Prior_Period_Adjust"  to adt-program-name.
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
           if ws-batch-no-header or ws-batch-bad-auth
               move "BATCH REFUSED"         to adt-status-text
           else
               if ws-total-rejected > 0
                   move "LINES REJECTED"        to adt-status-text
               else
                   if ws-total-posted > 0
                       move "ADJUSTMENTS POSTED"    to adt-status-text
                   else
                       move "NOTHING TO POST"       to adt-status-text
                   end-if
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
       9000-abort-table-full.
           move "y" to ws-table-abort-flag.
           display "Prior_Period_Adjust: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Prior_Period_Adjust: RUN STOPPED - RAISE THE "
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
       end program Prior_Period_Adjust.
