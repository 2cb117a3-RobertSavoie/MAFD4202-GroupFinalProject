       identification division.

      *Program:    Cheque_Recon
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Reconciles the refund cheques head office issues
      *            for cash refunds over the store limit.  Reads the
      *            bank's cleared-cheques file and matches each line
      *            to Refund-Cheque-Register.dat, the register
      *            Returns keeps: an outstanding cheque is marked
      *            cleared with the date and amount the bank paid,
      *            and a cheque the bank paid at a different amount,
      *            paid twice, or that is not on the register is an
      *            exception.  A line repeating a clearing already on
      *            the register (the same file run again) is listed
      *            and left alone.  Lines for another bank account
      *            are listed, not reconciled.  Then ages every
      *            cheque still outstanding from its issue date,
      *            flags those past six months as stale-dated, and
      *            lists the refunds still waiting on the store for
      *            the payee's details.  Run on its own once the
      *            bank's file has arrived - not part of the
      *            Daily_Run_Driver chain.  Holds the shared run
      *            lock (Run-Lock.dat) while it runs, and will not
      *            start while another program holds it.

       program-id. Cheque_Recon.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The bank's paid-cheques file, one line per cheque cleared
       select cleared-cheques-file
           assign to "../../../../data/Cleared-Cheques.dat"
           organization is line sequential
           file status is ws-cleared-status.
      *
      *Head office's refund-cheque settings, for the account the
      *cheques draw on
       select cheque-control-file
           assign to "../../../../data/Refund-Cheque-Control.dat"
           organization is line sequential
           file status is ws-chqctl-status.
      *
      *Every refund cheque, read in whole and written back out with
      *the day's clearings
       select cheque-register-file
           assign to "../../../../data/Refund-Cheque-Register.dat"
           organization is line sequential
           file status is ws-chqreg-status.
      *
       select report-file
           assign to "../../../../output/Cheque-Recon.out"
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
      *one cheque as the bank paid it
       fd cleared-cheques-file
           data record is cleared-cheques-line
           record contains 42 characters.
      *
       01 cleared-cheques-line.
           05 clr-account              pic x(12).
           05 clr-cheque-num           pic 9(10).
           05 clr-amount               pic 9(10)v99.
           05 clr-cleared-date         pic 9(8).
      *
      *head office's refund-cheque settings, one line
       fd cheque-control-file
           data record is cheque-control-line
           record contains 29 characters.
      *
       01 cheque-control-line.
           05 rcc-cash-limit           pic 9(7)v99.
           05 rcc-first-cheque-num     pic 9(8).
           05 rcc-bank-account         pic x(12).
      *
      *one refund cheque: the refund it pays, when it came off the
      *till, when and to whom it was issued, and when the bank
      *cleared it
       fd cheque-register-file
           data record is cheque-register-line
           record contains 130 characters.
      *
       01 cheque-register-line.
           05 rcr-cheque-num           pic 9(8).
      *    H held for the payee, O issued and outstanding, C cleared
           05 rcr-status               pic x.
           05 rcr-store-num            pic 99.
           05 rcr-invoice              pic x(9).
           05 rcr-return-date          pic 9(8).
           05 rcr-diverted-date        pic 9(8).
           05 rcr-issue-date           pic 9(8).
           05 rcr-amount               pic 9(7)v99.
           05 rcr-payee-name           pic x(30).
           05 rcr-payee-address        pic x(30).
           05 rcr-cleared-date         pic 9(8).
           05 rcr-cleared-amount       pic 9(7)v99.
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
           05 filler                   pic x(32)   value spaces.
           05 filler                   pic x(34)   value
                                "Refund Cheque Reconciliation".
           05 filler                   pic x(34)   value spaces.
      *
       01 ws-run-date-line.
           05 filler                   pic x(20)   value
                                       "Reconciled On     : ".
           05 ws-run-date-disp         pic 9(8).
           05 filler                   pic x(72)   value spaces.
      *
       01 ws-cleared-title.
           05 filler                   pic x(32)   value
                                "Cheques Paid By The Bank:".
           05 filler                   pic x(68)   value spaces.
      *
       01 ws-cleared-header.
           05 filler                   pic x(13)   value
                                       "  Cheque No  ".
           05 filler                   pic x(4)    value "St  ".
           05 filler                   pic x(11)   value "Invoice".
           05 filler                   pic x(10)   value "Issued".
           05 filler                   pic x(14)   value
                                       "    Register  ".
           05 filler                   pic x(18)   value
                                       "     Bank Cleared ".
           05 filler                   pic x(10)   value "Cleared".
           05 filler                   pic x(20)   value "Result".
      *
       01 ws-cleared-detail.
           05 filler                   pic x       value space.
           05 ws-cld-cheque-num        pic z(9)9.
           05 filler                   pic x(2)    value spaces.
           05 ws-cld-store             pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 ws-cld-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-cld-issue-date        pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-cld-reg-amount        pic z,zzz,zz9.99
                                       blank when zero.
           05 filler                   pic x(2)    value spaces.
           05 ws-cld-bank-amount       pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-cld-cleared-date      pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-cld-result            pic x(20).
      *
       01 ws-aging-title.
           05 filler                   pic x(48)   value
                 "Outstanding Cheques By Age (Days Since Issue):".
           05 filler                   pic x(52)   value spaces.
      *
       01 ws-bucket-line.
           05 filler                   pic x(2)    value spaces.
           05 ws-bkt-label             pic x(20).
           05 ws-bkt-count             pic zzzz9.
           05 filler                   pic x(4)    value spaces.
           05 ws-bkt-amount            pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(53)   value spaces.
      *
       01 ws-outstanding-title.
           05 filler                   pic x(28)   value
                                       "Outstanding Cheques:".
           05 filler                   pic x(72)   value spaces.
      *
       01 ws-outstanding-header.
           05 filler                   pic x(11)   value
                                       " Cheque No ".
           05 filler                   pic x(4)    value "St  ".
           05 filler                   pic x(11)   value "Invoice".
           05 filler                   pic x(10)   value "Issued".
           05 filler                   pic x(14)   value
                                       "      Amount  ".
           05 filler                   pic x(6)    value "Days".
           05 filler                   pic x(44)   value "Payee".
      *
       01 ws-outstanding-detail.
           05 filler                   pic x       value space.
           05 ws-ost-cheque-num        pic z(7)9.
           05 filler                   pic x(2)    value spaces.
           05 ws-ost-store             pic 99.
           05 filler                   pic x(2)    value spaces.
           05 ws-ost-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-ost-issue-date        pic 9(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-ost-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-ost-days              pic zzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-ost-payee             pic x(30).
           05 filler                   pic x(2)    value spaces.
           05 ws-ost-flag              pic x(12).
      *
       01 ws-held-title.
           05 filler                   pic x(44)   value
                       "Refunds Waiting On The Store For The Payee:".
           05 filler                   pic x(56)   value spaces.
      *
       01 ws-held-header.
           05 filler                   pic x(5)    value " St  ".
           05 filler                   pic x(11)   value "Invoice".
           05 filler                   pic x(10)   value "Returned".
           05 filler                   pic x(10)   value "Diverted".
           05 filler                   pic x(14)   value
                                       "      Amount  ".
           05 filler                   pic x(50)   value
                                       "Days Waiting".
      *
       01 ws-held-detail.
           05 filler                   pic x       value space.
           05 ws-hld-store             pic 99.
           05 filler                   pic x(2)    value spaces.
           05 ws-hld-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-hld-return-date       pic 9(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-hld-diverted-date     pic 9(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-hld-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-hld-days              pic zzz9.
           05 filler                   pic x(46)   value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x       value space.
           05 filler                   pic x(5)    value "None.".
           05 filler                   pic x(94)   value spaces.
      *
       01 ws-no-bank-file-line.
           05 filler                   pic x(52)   value
                  "NO CLEARED CHEQUES FILE WAS FOUND FOR THIS RUN - ".
           05 filler                   pic x(48)   value
                                       "NOTHING CLEARED".
      *
       01 ws-summary-line.
           05 ws-sum-label             pic x(30).
           05 ws-sum-count             pic zzzz9.
           05 filler                   pic x(4)    value spaces.
           05 ws-sum-amount            pic z,zzz,zzz,zz9.99
                                       blank when zero.
           05 filler                   pic x(45)   value spaces.
      *
      *the bank line results
       77 ws-Res-Cleared               pic x(20)   value
                                       "CLEARED".
       77 ws-Res-Amount-Differs        pic x(20)   value
                                       "AMOUNT DIFFERS".
       77 ws-Res-Already-Cleared       pic x(20)   value
                                       "ALREADY CLEARED".
       77 ws-Res-Cleared-Twice         pic x(20)   value
                                       "CLEARED TWICE".
       77 ws-Res-Not-On-Register       pic x(20)   value
                                       "NOT ON REGISTER".
       77 ws-Res-Other-Account         pic x(20)   value
                                       "OTHER ACCOUNT".
       77 ws-Res-Unreadable            pic x(20)   value
                                       "UNREADABLE LINE".
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-cleared-status        pic xx      value "00".
           05 ws-chqctl-status         pic xx      value "00".
           05 ws-chqreg-status         pic xx      value "00".
      *
      *the refund cheque register, read in whole and written back
      *out
       01 ws-cheque-register-table.
           05 ws-chq-entry             occurs 20001 times
                                       indexed by ws-chq-idx.
               10 ws-chq-tbl-num          pic 9(8).
               10 ws-chq-tbl-status       pic x.
                   88 ws-chq-tbl-held          value "H".
                   88 ws-chq-tbl-outstanding   value "O".
                   88 ws-chq-tbl-cleared       value "C".
               10 ws-chq-tbl-store        pic 99.
               10 ws-chq-tbl-invoice      pic x(9).
               10 ws-chq-tbl-return-date  pic 9(8).
               10 ws-chq-tbl-diverted-date pic 9(8).
               10 ws-chq-tbl-issue-date   pic 9(8).
               10 ws-chq-tbl-amount       pic 9(7)v99.
               10 ws-chq-tbl-payee        pic x(30).
               10 ws-chq-tbl-address      pic x(30).
               10 ws-chq-tbl-cleared-date pic 9(8).
               10 ws-chq-tbl-cleared-amt  pic 9(7)v99.
      *
       01 ws-cheque-register-control.
           05 ws-chq-count             pic 9(5)    value 0.
           05 ws-chq-eof-flag          pic x       value "n".
           05 ws-chq-found             pic 9       value 0.
           05 ws-chq-match-idx         pic 9(5)    value 0.
           05 ws-chq-search-num        pic 9(10)   value 0.
           05 ws-bank-account          pic x(12)   value spaces.
      *
       77 ws-chq-max                   pic 9(5)    value 20000.
      *
      *the reconciliation counts and totals
       01 ws-recon-control.
           05 ws-bank-present          pic x         value "n".
           05 ws-bank-eof-flag         pic x         value "n".
           05 ws-lines-read            pic 9(5)      value 0.
           05 ws-lines-amount          pic 9(11)v99  value 0.
           05 ws-cleared-count         pic 9(5)      value 0.
           05 ws-cleared-amount        pic 9(11)v99  value 0.
           05 ws-differs-count         pic 9(5)      value 0.
           05 ws-differs-amount        pic 9(11)v99  value 0.
           05 ws-repeat-count          pic 9(5)      value 0.
           05 ws-other-account-count   pic 9(5)      value 0.
           05 ws-exc-count             pic 9(5)      value 0.
           05 ws-exc-amount            pic 9(11)v99  value 0.
           05 ws-outstanding-count     pic 9(5)      value 0.
           05 ws-outstanding-amount    pic 9(11)v99  value 0.
           05 ws-stale-count           pic 9(5)      value 0.
           05 ws-held-count            pic 9(5)      value 0.
           05 ws-held-amount           pic 9(11)v99  value 0.
           05 ws-listed-count          pic 9(5)      value 0.
      *
      *outstanding cheques by age since issue.  A cheque is stale-
      *dated - the bank will refuse it - six months after issue.
       01 ws-bucket-label-list.
           05 filler                   pic x(20)   value
                                       "  0 -  30 days".
           05 filler                   pic x(20)   value
                                       " 31 -  60 days".
           05 filler                   pic x(20)   value
                                       " 61 -  90 days".
           05 filler                   pic x(20)   value
                                       " 91 - 180 days".
           05 filler                   pic x(20)   value
                                       "Over 180 days".
       01 ws-bucket-label-table redefines ws-bucket-label-list.
           05 ws-bucket-label          occurs 5 times
                                       pic x(20).
      *
       01 ws-bucket-table.
           05 ws-bucket-entry          occurs 5 times
                                       indexed by ws-bkt-idx.
               10 ws-bucket-count         pic 9(5)     value 0.
               10 ws-bucket-amount        pic 9(11)v99 value 0.
      *
       77 const-stale-days             pic 9(3)    value 180.
      *
      *the date being aged against today
       01 ws-age-date-work.
           05 ws-ad-year               pic 9(4).
           05 ws-ad-month              pic 99.
           05 ws-ad-day                pic 99.
      *
      *aging arithmetic, the system's usual 30-day month / 360-day
      *year approximation
       01 ws-aging-math.
           05 ws-aging-days            pic s9(6)   value 0.
           05 ws-aging-year-part       pic s9(6)   value 0.
           05 ws-aging-month-part      pic s9(6)   value 0.
           05 ws-aging-day-part        pic s9(6)   value 0.
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
           05 ws-table-abort-flag      pic x       value "n".
               88 ws-table-abort           value "y".
           05 ws-abort-table-name      pic x(30)   value spaces.
      *
      *today's date and time, stamped onto the report and this
      *run's audit entry
       01 ws-system-date.
           05 ws-sys-year               pic 9(4).
           05 ws-sys-month              pic 99.
           05 ws-sys-day                pic 99.
      *
       01 ws-today-num redefines ws-system-date
                                       pic 9(8).
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
           perform 150-print-page-headings.
           perform 200-reconcile-cleared-cheques.
           perform 400-age-outstanding-cheques.
           perform 500-print-held-refunds.
           perform 700-print-summary.
           if ws-bank-present = "y"
               perform 750-write-cheque-register
           end-if.
      *
      *    tell a calling operator how the reconciliation came out
           if ws-bank-present not = "y"
               move 8 to return-code
           else
               if ws-exc-count > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
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
           accept ws-system-date from date YYYYMMDD.
           open output report-file.
           perform 30-load-cheque-control.
           perform 35-load-cheque-register.
      *
      *************************************************************
      *the account the refund cheques draw on; with no settings
      *file every bank line is taken to be for that account
       30-load-cheque-control.
           open input cheque-control-file.
           if ws-chqctl-status = "00"
               read cheque-control-file
                   at end
                       continue
                   not at end
                       move rcc-bank-account to ws-bank-account
               end-read
               close cheque-control-file
           end-if.
      *
      *************************************************************
      *loads the refund cheque register into a table
       35-load-cheque-register.
           open input cheque-register-file.
           if ws-chqreg-status = "00"
               perform 36-read-cheque-register
                 until ws-chq-eof-flag = "y"
               close cheque-register-file
           end-if.
      *
       36-read-cheque-register.
           read cheque-register-file
               at end
                   move "y" to ws-chq-eof-flag
           end-read.
           if ws-chq-eof-flag not = "y"
               if ws-chq-count >= ws-chq-max
                   move "CHEQUE REGISTER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-chq-count
               perform 37-store-cheque-entry
           end-if.
      *
       37-store-cheque-entry.
           move rcr-cheque-num     to ws-chq-tbl-num(ws-chq-count).
           move rcr-status         to ws-chq-tbl-status(ws-chq-count).
           move rcr-store-num      to ws-chq-tbl-store(ws-chq-count).
           move rcr-invoice        to ws-chq-tbl-invoice(ws-chq-count).
           move rcr-return-date    to
             ws-chq-tbl-return-date(ws-chq-count).
           move rcr-diverted-date  to
             ws-chq-tbl-diverted-date(ws-chq-count).
           move rcr-issue-date     to
             ws-chq-tbl-issue-date(ws-chq-count).
           move rcr-amount         to ws-chq-tbl-amount(ws-chq-count).
           move rcr-payee-name     to ws-chq-tbl-payee(ws-chq-count).
           move rcr-payee-address  to ws-chq-tbl-address(ws-chq-count).
           move rcr-cleared-date   to
             ws-chq-tbl-cleared-date(ws-chq-count).
           move rcr-cleared-amount to
             ws-chq-tbl-cleared-amt(ws-chq-count).
      *
      *************************************************************
      *finds the issued cheque numbered ws-chq-search-num; a refund
      *still waiting for its payee carries no number yet
       40-search-cheque-register.
           move 0 to ws-chq-found.
           move 1 to ws-chq-idx.
           perform 41-search-register-step
             until ws-chq-idx > ws-chq-count or ws-chq-found = 1.
      *
       41-search-register-step.
           if ws-chq-tbl-num(ws-chq-idx) = ws-chq-search-num and
             not ws-chq-tbl-held(ws-chq-idx)
               move 1          to ws-chq-found
               move ws-chq-idx to ws-chq-match-idx
           else
               add 1 to ws-chq-idx
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
           move ws-today-num to ws-run-date-disp.
           write output-line
             from ws-run-date-line
             after advancing 1 line.
      *
      *************************************************************
      *works through the bank's file a line at a time.  A missing
      *file means there is nothing to clear and the run is reported
      *that way; the aging still prints.
       200-reconcile-cleared-cheques.
           write output-line
             from ws-cleared-title
             after advancing 2 lines.
           open input cleared-cheques-file.
           if ws-cleared-status = "00"
               move "y" to ws-bank-present
               write output-line
                 from ws-cleared-header
                 after advancing 1 line
               perform 205-read-cleared-cheque
                 until ws-bank-eof-flag = "y"
               close cleared-cheques-file
               if ws-lines-read = 0
                   write output-line from ws-none-line
               end-if
           else
               write output-line
                 from ws-no-bank-file-line
                 after advancing 1 line
           end-if.
      *
       205-read-cleared-cheque.
           read cleared-cheques-file
               at end
                   move "y" to ws-bank-eof-flag
           end-read.
           if ws-bank-eof-flag not = "y"
               add 1 to ws-lines-read
               move spaces             to ws-cld-store
               move spaces             to ws-cld-invoice
               move spaces             to ws-cld-issue-date
               move 0                  to ws-cld-reg-amount
               move 0                  to ws-cld-cheque-num
               move 0                  to ws-cld-bank-amount
               move spaces             to ws-cld-cleared-date
               perform 210-match-cleared-cheque
               write output-line from ws-cleared-detail
           end-if.
      *
       210-match-cleared-cheque.
           if clr-cheque-num is not numeric or
             clr-amount is not numeric or
             clr-cleared-date is not numeric
               move ws-Res-Unreadable      to ws-cld-result
               add 1 to ws-exc-count
           else
               add clr-amount           to ws-lines-amount
               move clr-cheque-num      to ws-cld-cheque-num
               move clr-amount          to ws-cld-bank-amount
               move clr-cleared-date    to ws-cld-cleared-date
               if ws-bank-account not = spaces and
                 clr-account not = ws-bank-account
                   move ws-Res-Other-Account   to ws-cld-result
                   add 1 to ws-other-account-count
               else
                   move clr-cheque-num to ws-chq-search-num
                   perform 40-search-cheque-register
                   if ws-chq-found = 0
                       move ws-Res-Not-On-Register to ws-cld-result
                       add 1          to ws-exc-count
                       add clr-amount to ws-exc-amount
                   else
                       perform 212-match-register-cheque
                   end-if
               end-if
           end-if.
      *
      *the bank line found its cheque on the register
       212-match-register-cheque.
           move ws-chq-tbl-store(ws-chq-match-idx)   to ws-cld-store.
           move ws-chq-tbl-invoice(ws-chq-match-idx) to ws-cld-invoice.
           move ws-chq-tbl-issue-date(ws-chq-match-idx) to
             ws-cld-issue-date.
           move ws-chq-tbl-amount(ws-chq-match-idx)  to
             ws-cld-reg-amount.
      *
           if ws-chq-tbl-cleared(ws-chq-match-idx)
               perform 220-check-repeat-clearing
           else
               perform 215-clear-cheque
           end-if.
      *
      *marks an outstanding cheque cleared at the date and amount
      *the bank paid; paid at any other amount than it was drawn
      *for wants looking at
       215-clear-cheque.
           move "C"              to
             ws-chq-tbl-status(ws-chq-match-idx).
           move clr-cleared-date to
             ws-chq-tbl-cleared-date(ws-chq-match-idx).
           move clr-amount       to
             ws-chq-tbl-cleared-amt(ws-chq-match-idx).
           add 1          to ws-cleared-count.
           add clr-amount to ws-cleared-amount.
           if clr-amount = ws-chq-tbl-amount(ws-chq-match-idx)
               move ws-Res-Cleared         to ws-cld-result
           else
               move ws-Res-Amount-Differs  to ws-cld-result
               add 1          to ws-differs-count
               add clr-amount to ws-differs-amount
               add 1          to ws-exc-count
               add clr-amount to ws-exc-amount
           end-if.
      *
      *a cheque already cleared: the same clearing again is the same
      *bank file run twice and is left alone; any other is the bank
      *paying the cheque a second time
       220-check-repeat-clearing.
           if clr-cleared-date =
             ws-chq-tbl-cleared-date(ws-chq-match-idx) and
             clr-amount = ws-chq-tbl-cleared-amt(ws-chq-match-idx)
               move ws-Res-Already-Cleared to ws-cld-result
               add 1 to ws-repeat-count
           else
               move ws-Res-Cleared-Twice   to ws-cld-result
               add 1          to ws-exc-count
               add clr-amount to ws-exc-amount
           end-if.
      *
      *************************************************************
      *ages every cheque still outstanding from its issue date into
      *the buckets, then lists them oldest first as they sit on
      *the register
       400-age-outstanding-cheques.
           perform 410-age-one-cheque
             varying ws-chq-idx from 1 by 1
             until ws-chq-idx > ws-chq-count.
      *
           write output-line
             from ws-aging-title
             after advancing 2 lines.
           perform 420-print-one-bucket
             varying ws-bkt-idx from 1 by 1
             until ws-bkt-idx > 5.
      *
           write output-line
             from ws-outstanding-title
             after advancing 2 lines.
           write output-line
             from ws-outstanding-header
             after advancing 1 line.
           move 0 to ws-listed-count.
           perform 430-print-one-outstanding
             varying ws-chq-idx from 1 by 1
             until ws-chq-idx > ws-chq-count.
           if ws-listed-count = 0
               write output-line from ws-none-line
           end-if.
      *
       410-age-one-cheque.
           if ws-chq-tbl-outstanding(ws-chq-idx)
               move ws-chq-tbl-issue-date(ws-chq-idx) to
                 ws-age-date-work
               perform 450-days-since-date
               add 1 to ws-outstanding-count
               add ws-chq-tbl-amount(ws-chq-idx) to
                 ws-outstanding-amount
               if ws-aging-days > const-stale-days
                   set ws-bkt-idx to 5
                   add 1 to ws-stale-count
               else
                   if ws-aging-days > 90
                       set ws-bkt-idx to 4
                   else
                       if ws-aging-days > 60
                           set ws-bkt-idx to 3
                       else
                           if ws-aging-days > 30
                               set ws-bkt-idx to 2
                           else
                               set ws-bkt-idx to 1
                           end-if
                       end-if
                   end-if
               end-if
               add 1 to ws-bucket-count(ws-bkt-idx)
               add ws-chq-tbl-amount(ws-chq-idx) to
                 ws-bucket-amount(ws-bkt-idx)
           end-if.
      *
       420-print-one-bucket.
           move ws-bucket-label(ws-bkt-idx)  to ws-bkt-label.
           move ws-bucket-count(ws-bkt-idx)  to ws-bkt-count.
           move ws-bucket-amount(ws-bkt-idx) to ws-bkt-amount.
           write output-line from ws-bucket-line.
      *
       430-print-one-outstanding.
           if ws-chq-tbl-outstanding(ws-chq-idx)
               add 1 to ws-listed-count
               move ws-chq-tbl-issue-date(ws-chq-idx) to
                 ws-age-date-work
               perform 450-days-since-date
               move ws-chq-tbl-num(ws-chq-idx)     to ws-ost-cheque-num
               move ws-chq-tbl-store(ws-chq-idx)   to ws-ost-store
               move ws-chq-tbl-invoice(ws-chq-idx) to ws-ost-invoice
               move ws-chq-tbl-issue-date(ws-chq-idx) to
                 ws-ost-issue-date
               move ws-chq-tbl-amount(ws-chq-idx)  to ws-ost-amount
               move ws-aging-days                  to ws-ost-days
               move ws-chq-tbl-payee(ws-chq-idx)   to ws-ost-payee
               if ws-aging-days > const-stale-days
                   move "STALE-DATED" to ws-ost-flag
               else
                   move spaces        to ws-ost-flag
               end-if
               write output-line from ws-outstanding-detail
           end-if.
      *
      *ages the date in ws-age-date-work against today with the
      *usual 30-day month / 360-day year approximation
       450-days-since-date.
           subtract ws-ad-year  from ws-sys-year
             giving ws-aging-year-part.
           subtract ws-ad-month from ws-sys-month
             giving ws-aging-month-part.
           subtract ws-ad-day   from ws-sys-day
             giving ws-aging-day-part.
           multiply ws-aging-year-part by 360
             giving ws-aging-days.
           multiply ws-aging-month-part by 30
             giving ws-aging-month-part.
           add ws-aging-month-part to ws-aging-days.
           add ws-aging-day-part   to ws-aging-days.
           if ws-aging-days < 0
               move 0 to ws-aging-days
           end-if.
      *
      *************************************************************
      *lists the refunds sent to head office that still have no
      *cheque because the store has not sent the payee's details
       500-print-held-refunds.
           write output-line
             from ws-held-title
             after advancing 2 lines.
           write output-line
             from ws-held-header
             after advancing 1 line.
           move 0 to ws-listed-count.
           perform 510-print-one-held
             varying ws-chq-idx from 1 by 1
             until ws-chq-idx > ws-chq-count.
           if ws-listed-count = 0
               write output-line from ws-none-line
           end-if.
      *
       510-print-one-held.
           if ws-chq-tbl-held(ws-chq-idx)
               add 1 to ws-listed-count
               add 1 to ws-held-count
               add ws-chq-tbl-amount(ws-chq-idx) to ws-held-amount
               move ws-chq-tbl-diverted-date(ws-chq-idx) to
                 ws-age-date-work
               perform 450-days-since-date
               move ws-chq-tbl-store(ws-chq-idx)   to ws-hld-store
               move ws-chq-tbl-invoice(ws-chq-idx) to ws-hld-invoice
               move ws-chq-tbl-return-date(ws-chq-idx) to
                 ws-hld-return-date
               move ws-chq-tbl-diverted-date(ws-chq-idx) to
                 ws-hld-diverted-date
               move ws-chq-tbl-amount(ws-chq-idx)  to ws-hld-amount
               move ws-aging-days                  to ws-hld-days
               write output-line from ws-held-detail
           end-if.
      *
      *************************************************************
       700-print-summary.
           move "Bank Lines Read             :" to ws-sum-label.
           move ws-lines-read             to ws-sum-count.
           move ws-lines-amount           to ws-sum-amount.
           write output-line
             from ws-summary-line
             after advancing 2 lines.
           move "Cheques Cleared             :" to ws-sum-label.
           move ws-cleared-count          to ws-sum-count.
           move ws-cleared-amount         to ws-sum-amount.
           write output-line from ws-summary-line.
           move "Paid At A Different Amount  :" to ws-sum-label.
           move ws-differs-count          to ws-sum-count.
           move ws-differs-amount         to ws-sum-amount.
           write output-line from ws-summary-line.
           move "Repeats Of Earlier Clearings:" to ws-sum-label.
           move ws-repeat-count           to ws-sum-count.
           move 0                         to ws-sum-amount.
           write output-line from ws-summary-line.
           move "Lines For Other Accounts    :" to ws-sum-label.
           move ws-other-account-count    to ws-sum-count.
           move 0                         to ws-sum-amount.
           write output-line from ws-summary-line.
           move "Exceptions                  :" to ws-sum-label.
           move ws-exc-count              to ws-sum-count.
           move ws-exc-amount             to ws-sum-amount.
           write output-line from ws-summary-line.
           move "Cheques Outstanding         :" to ws-sum-label.
           move ws-outstanding-count      to ws-sum-count.
           move ws-outstanding-amount     to ws-sum-amount.
           write output-line from ws-summary-line.
           move "Stale-Dated                 :" to ws-sum-label.
           move ws-stale-count            to ws-sum-count.
           move ws-bucket-amount(5)       to ws-sum-amount.
           write output-line from ws-summary-line.
           move "Awaiting Payee Details      :" to ws-sum-label.
           move ws-held-count             to ws-sum-count.
           move ws-held-amount            to ws-sum-amount.
           write output-line from ws-summary-line.
      *
      *************************************************************
      *writes the register back out with the day's clearings
       750-write-cheque-register.
           open output cheque-register-file.
           perform 755-write-one-cheque-entry
             varying ws-chq-idx from 1 by 1
             until ws-chq-idx > ws-chq-count.
           close cheque-register-file.
      *
       755-write-one-cheque-entry.
           move ws-chq-tbl-num(ws-chq-idx)          to rcr-cheque-num.
           move ws-chq-tbl-status(ws-chq-idx)       to rcr-status.
           move ws-chq-tbl-store(ws-chq-idx)        to rcr-store-num.
           move ws-chq-tbl-invoice(ws-chq-idx)      to rcr-invoice.
           move ws-chq-tbl-return-date(ws-chq-idx)  to rcr-return-date.
           move ws-chq-tbl-diverted-date(ws-chq-idx) to
             rcr-diverted-date.
           move ws-chq-tbl-issue-date(ws-chq-idx)   to rcr-issue-date.
           move ws-chq-tbl-amount(ws-chq-idx)       to rcr-amount.
           move ws-chq-tbl-payee(ws-chq-idx)        to rcr-payee-name.
           move ws-chq-tbl-address(ws-chq-idx)      to
             rcr-payee-address.
           move ws-chq-tbl-cleared-date(ws-chq-idx) to
             rcr-cleared-date.
           move ws-chq-tbl-cleared-amt(ws-chq-idx)  to
             rcr-cleared-amount.
           write cheque-register-line.
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
               if ws-lock-lent-to not = "Cheque_Recon"
                   perform 9050-stop-run-locked
               end-if
           else
               accept ws-system-date from date YYYYMMDD
               accept ws-system-time from time
               open output run-lock-file
               move "Cheque_Recon"         to lck-program-name
               move ws-sys-year            to lck-since-date(1:4)
               move ws-sys-month           to lck-since-date(5:2)
               move ws-sys-day             to lck-since-date(7:2)
               move ws-sys-hour            to lck-since-time(1:2)
               move ws-sys-minute          to lck-since-time(3:2)
               move ws-sys-second          to lck-since-time(5:2)
               move "CHEQUE RECONCILIATION"to lck-run-descr
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
           move "Cheque_Recon"         to adt-program-name.
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
               if ws-bank-present not = "y"
                   move "NO CLEARED CHEQUES FILE" to adt-status-text
               else
                   if ws-exc-count > 0
                       move "CHEQUE EXCEPTIONS"     to adt-status-text
                   else
                       move "CHEQUES RECONCILED"    to adt-status-text
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
       9000-abort-table-full.
           move "y" to ws-table-abort-flag.
           display "Cheque_Recon: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Cheque_Recon: RUN STOPPED - RAISE THE TABLE "
             "LIMIT AND RERUN".
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
           display "Cheque_Recon: RUN LOCK HELD BY "
             ws-lock-holder.
           display "Cheque_Recon: HELD SINCE "
             ws-lock-since-date " " ws-lock-since-time
             " FOR " ws-lock-descr.
           display "Cheque_Recon: RUN STOPPED - RERUN WHEN "
             "THE HOLDER FINISHES, OR CLEAR A STALE LOCK WITH "
             "Run_Lock_Clear".
           move 8 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *************************************************************
      *close files
       75-close-files.
           close report-file.
      *
       end program Cheque_Recon.
