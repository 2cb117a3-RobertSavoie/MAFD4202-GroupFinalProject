       identification division.

      *Program:    Run_Lock_Clear
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Clears a run lock left behind on Run-Lock.dat by
      *            a program that never finished - an abend, a
      *            cancelled job - so Daily_Run_Driver,
      *            Master_Maintenance, Register_Reorg,
      *            Archive_Manager, Month_End_Close, Cheque_Recon,
      *            Run_Backout and Inventory_Extract can run again.
      *            The operator names the program they expect to be
      *            holding the lock on Run-Lock-Clear-Request.dat;
      *            the lock is cleared only if that program is the
      *            holder, so a lock taken since by a live run is
      *            never pulled out from under it.  The report shows
      *            who held the lock, since when and for what run,
      *            and what was done.  The request is emptied once
      *            the lock is cleared.  Run on its own, by the
      *            operator, once it is certain the holder is no
      *            longer running.

       program-id. Run_Lock_Clear.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The program the operator expects to be holding the lock
       select request-file
           assign to "../../../../data/Run-Lock-Clear-Request.dat"
           organization is line sequential
           file status is ws-request-status.
      *
      *Shared run lock the programs that rewrite the standing files
      *take while they run, so no two of them ever overlap
       select run-lock-file
           assign to "../../../../data/Run-Lock.dat"
           organization is line sequential
           file status is ws-lock-status.
      *
       select report-file
           assign to "../../../../output/Run-Lock-Clear.out"
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
      *the program whose lock is to be cleared
       fd request-file
           data record is request-line
           record contains 20 characters.
      *
       01 request-line.
           05 rlc-program-name         pic x(20).
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
           05 filler                   pic x(38)   value spaces.
           05 filler                   pic x(24)   value
                                       "Clear A Stale Run Lock".
           05 filler                   pic x(38)   value spaces.
      *
       01 ws-request-line.
           05 filler                   pic x(20)   value
                                       "Clear The Lock Of : ".
           05 ws-rql-program           pic x(20).
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-holder-line.
           05 filler                   pic x(20)   value
                                       "Lock Held By      : ".
           05 ws-hld-program           pic x(20).
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-since-line.
           05 filler                   pic x(20)   value
                                       "Held Since        : ".
           05 ws-snc-date              pic 9999/99/99.
           05 filler                   pic x       value space.
           05 ws-snc-hour              pic 99.
           05 filler                   pic x       value ":".
           05 ws-snc-minute            pic 99.
           05 filler                   pic x       value ":".
           05 ws-snc-second            pic 99.
           05 filler                   pic x(62)   value spaces.
      *
       01 ws-since-time-work.
           05 ws-stw-hour              pic 99.
           05 ws-stw-minute            pic 99.
           05 ws-stw-second            pic 99.
       01 ws-since-time-num redefines ws-since-time-work
                                       pic 9(6).
      *
       01 ws-run-line.
           05 filler                   pic x(20)   value
                                       "For The Run       : ".
           05 ws-run-descr             pic x(28).
           05 filler                   pic x(52)   value spaces.
      *
       01 ws-lent-line.
           05 filler                   pic x(20)   value
                                       "Lent To           : ".
           05 ws-lnt-program           pic x(20).
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-outcome-line.
           05 filler                   pic x(20)   value
                                       "Outcome           : ".
           05 ws-out-text              pic x(60).
           05 filler                   pic x(20)   value spaces.
      *
      *what the run found and did
       77 ws-out-cleared               pic x(60)   value
              "LOCK CLEARED - THE BATCH PROGRAMS CAN RUN AGAIN".
       77 ws-out-no-request            pic x(60)   value
              "NOTHING CLEARED - NO PROGRAM NAMED ON THE REQUEST".
       77 ws-out-not-held              pic x(60)   value
              "NOTHING CLEARED - THE LOCK IS NOT HELD".
       77 ws-out-other-holder          pic x(60)   value
              "NOTHING CLEARED - HELD BY A DIFFERENT PROGRAM".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-request-status        pic xx      value "00".
           05 ws-lock-status           pic xx      value "00".
      *
      *the lock as found
       01 ws-lock-entry.
           05 ws-lck-program-name      pic x(20)   value spaces.
           05 ws-lck-since-date        pic 9(8)    value 0.
           05 ws-lck-since-time        pic 9(6)    value 0.
           05 ws-lck-run-descr         pic x(28)   value spaces.
           05 ws-lck-lent-to           pic x(20)   value spaces.
      *
      *the request, and what became of the lock
       01 ws-run-lock-control.
           05 ws-request-found         pic x       value "n".
           05 ws-request-program       pic x(20)   value spaces.
           05 ws-lock-found            pic x       value "n".
           05 ws-lock-cleared          pic x       value "n".
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
           perform 40-read-run-lock.
           perform 150-print-page-headings.
      *
           if ws-request-found not = "y"
               move ws-out-no-request to ws-out-text
           else
               if ws-lock-found not = "y"
                   move ws-out-not-held to ws-out-text
               else
                   if ws-lck-program-name not = ws-request-program
                       move ws-out-other-holder to ws-out-text
                   else
                       perform 200-clear-run-lock
                       move ws-out-cleared to ws-out-text
                   end-if
               end-if
           end-if.
           write output-line
             from ws-outcome-line
             after advancing 2 lines.
           display "Run_Lock_Clear: " ws-out-text.
      *
      *    a lock left in place tells the operator to look again
      *    before anything else is run
           if ws-lock-cleared = "y" or
             (ws-request-found = "y" and ws-lock-found not = "y")
               move 0 to return-code
           else
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
      *reads the program the operator expects to hold the lock
       30-read-request.
           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       if rlc-program-name not = spaces
                           move "y"              to ws-request-found
                           move rlc-program-name to ws-request-program
                       end-if
               end-read
               close request-file
           end-if.
      *
      *************************************************************
      *reads who holds the run lock, if anyone
       40-read-run-lock.
           open input run-lock-file.
           if ws-lock-status = "00"
               read run-lock-file into ws-lock-entry
                   at end
                       continue
                   not at end
                       if ws-lck-program-name not = spaces
                           move "y" to ws-lock-found
                       end-if
               end-read
               close run-lock-file
           end-if.
      *
      *************************************************************
      *empties the lock file, which frees the lock, and empties the
      *request so it cannot clear a lock some later run takes
       200-clear-run-lock.
           open output run-lock-file.
           close run-lock-file.
           open output request-file.
           close request-file.
           move "y" to ws-lock-cleared.
      *
      *************************************************************
      *prints page heading, the request and the lock as found
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
           move ws-request-program to ws-rql-program.
           write output-line from ws-request-line.
           if ws-lock-found = "y"
               move ws-lck-program-name to ws-hld-program
               write output-line from ws-holder-line
               move ws-lck-since-date   to ws-snc-date
               move ws-lck-since-time   to ws-since-time-num
               move ws-stw-hour      to ws-snc-hour
               move ws-stw-minute    to ws-snc-minute
               move ws-stw-second    to ws-snc-second
               write output-line from ws-since-line
               move ws-lck-run-descr    to ws-run-descr
               write output-line from ws-run-line
               if ws-lck-lent-to not = spaces
                   move ws-lck-lent-to to ws-lnt-program
                   write output-line from ws-lent-line
               end-if
           else
               move "NOBODY"         to ws-hld-program
               write output-line from ws-holder-line
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
           move "Run_Lock_Clear"       to adt-program-name.
           move ws-sys-year            to adt-run-date(1:4).
           move ws-sys-month           to adt-run-date(5:2).
           move ws-sys-day             to adt-run-date(7:2).
           move ws-sys-hour            to adt-run-time(1:2).
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-lock-cleared = "y"
               move "LOCK CLEARED"          to adt-status-text
               move ws-request-program      to adt-status-text(14:17)
           else
               if ws-request-found not = "y"
                   move "NO REQUEST"            to adt-status-text
               else
                   if ws-lock-found not = "y"
                       move "LOCK NOT HELD"         to adt-status-text
                   else
                       move "HELD BY ANOTHER PROGRAM"
                                                to adt-status-text
                   end-if
               end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
      *
       end program Run_Lock_Clear.
