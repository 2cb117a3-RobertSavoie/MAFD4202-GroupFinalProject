      *            rejects back-dated records against.  A month with
      *            missing days refuses to close.  Run on its own
      *            once the last business day's chain has finished.
      *            Holds the shared run lock (Run-Lock.dat) while it
      *            runs, and will not start while another program
      *            holds it.

       program-id. Month_End_Close.
      *
           assign to "../../../../output/Month-End-Close.out"
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
      *one catalog entry per archived file
       fd archive-catalog-file
           data record is archive-catalog-line
           record contains 104 characters.
      *
       01 archive-catalog-line.
           05 acl-original-name        pic x(20).
           05 acl-run-date             pic 9(8).
           05 acl-run-time             pic 9(6).
           05 acl-record-count         pic 9(7).
      *    a catch-up run's copy holds only its late store's day:
      *    run type C and that store, blank on a nightly copy
           05 acl-run-type             pic x.
               88 acl-catch-up-copy    value "C".
           05 acl-catch-up-store       pic xx.
      *
      *one calendar entry: date, type, and a note for people
       fd business-calendar-file
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
       procedure division.
       000-main.
      *
           perform 10-take-run-lock.
           accept ws-system-date from date YYYYMMDD.
           perform 25-open-files.
           perform 30-read-request.
               end-if
           end-if.
      *
           perform 15-release-run-lock.
           perform 790-write-audit-trail.
           perform 75-close-files.
      *
               end-if
           end-if.
      *
      *a catch-up's copy holds one late store's day only, so it does
      *not on its own account for the day
       220-load-archived-days.
           open input archive-catalog-file.
           if ws-catalog-status = "00"
           end-read.
           if ws-cat-eof-flag not = "y"
               if acl-run-date(1:4) = ws-close-year and
                 acl-run-date(5:2) = ws-close-month and
                 not acl-catch-up-copy
                   move acl-run-date(7:2) to ws-day-sub
                   if ws-day-sub > 0 and ws-day-sub < 32
                       move "y" to ws-day-archived(ws-day-sub)
           end-if.
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
               if ws-lock-lent-to not = "Month_End_Close"
                   perform 9050-stop-run-locked
               end-if
           else
               accept ws-system-date from date YYYYMMDD
               accept ws-system-time from time
               open output run-lock-file
               move "Month_End_Close"      to lck-program-name
               move ws-sys-year            to lck-since-date(1:4)
               move ws-sys-month           to lck-since-date(5:2)
               move ws-sys-day             to lck-since-date(7:2)
               move ws-sys-hour            to lck-since-time(1:2)
               move ws-sys-minute          to lck-since-time(3:2)
               move ws-sys-second          to lck-since-time(5:2)
               move "MONTH-END CLOSE"      to lck-run-descr
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
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-run-locked
               move "BLOCKED - RUN LOCK HELD" to adt-status-text
           else
           if ws-request-found not = "y"
               move "NO PERIOD REQUESTED"   to adt-status-text
           else
                       move "PERIOD CLOSED"          to adt-status-text
                   end-if
               end-if
           end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *another program holds the run lock.  Nothing has been read
      *or written; the run stops before it can overlap the holder.
       9050-stop-run-locked.
           move "y" to ws-lock-blocked.
           display "Month_End_Close: RUN LOCK HELD BY "
             ws-lock-holder.
           display "Month_End_Close: HELD SINCE "
             ws-lock-since-date " " ws-lock-since-time
             " FOR " ws-lock-descr.
           display "Month_End_Close: RUN STOPPED - RERUN WHEN "
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
