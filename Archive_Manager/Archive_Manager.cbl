      *            retention age, logs what it removed, and rewrites
      *            the catalog without them.  RESTORE mode, given a
      *            business date, copies that day's latest archived
      *            Valid-Data, Invalid-Data, S-L-Data, Return-Data,
      *            Void-Data and Transfer-Data back into place so
      *            Final_Data_Split_Count or the report programs can
      *            be rerun against an exact prior day.  Run on its
      *            own with the mode on Archive-Request.dat.  Holds
      *            the shared run lock (Run-Lock.dat) while it runs,
      *            and will not start while another program holds
      *            it - except as the nightly chain's month-end
      *            purge, when it runs on the lock the chain lends
      *            it.

       program-id. Archive_Manager.
      *
           assign to "../../../../output/Archive-Manager.out"
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
           05 act-original-name        pic x(20).
           05 act-run-date             pic 9(8).
           05 act-run-time             pic 9(6).
           05 act-record-count         pic 9(7).
      *    a catch-up run's copy holds only its late store's day:
      *    run type C and that store, blank on a nightly copy
           05 act-run-type             pic x.
               88 act-catch-up-copy    value "C".
           05 act-catch-up-store       pic xx.
      *
      *one record of the archive being copied back, the chain's
      *usual 80-byte shape (an older, shorter day reads back with a
      *blank record type and copies just the same)
       fd restore-in-file
           data record is restore-in-line
           record contains 80 characters.
      *
       01 restore-in-line              pic x(80).
      *
       fd restore-out-file
           data record is restore-out-line
           record contains 80 characters.
      *
       01 restore-out-line             pic x(80).
      *
       fd report-file
           data record is output-line
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
               10 ws-cat-tbl-date         pic 9(8).
               10 ws-cat-tbl-time         pic 9(6).
               10 ws-cat-tbl-count        pic 9(7).
               10 ws-cat-tbl-run-type     pic x.
                   88 ws-cat-tbl-catch-up     value "C".
               10 ws-cat-tbl-store        pic xx.
               10 ws-cat-tbl-purged       pic x       value "n".
      *
       01 ws-catalog-control.
           05 ws-kept-count            pic 9(4)    value 0.
           05 ws-delete-name           pic x(60)   value spaces.
      *
      *the six live data files a restore can put back
       01 ws-restore-target-names.
           05 filler                   pic x(20)   value
                                       "Valid-Data.dat".
                                       "Return-Data.dat".
           05 filler                   pic x(20)   value
                                       "Void-Data.dat".
           05 filler                   pic x(20)   value
                                       "Transfer-Data.dat".
       01 ws-restore-target-table redefines ws-restore-target-names.
           05 ws-restore-target-name   occurs 6 times
                                       pic x(20).
      *
      *builds the live path for a restored file
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
                                 ws-cat-tbl-time(ws-catalog-count)
               move act-record-count  to
                                 ws-cat-tbl-count(ws-catalog-count)
               move act-run-type      to
                                 ws-cat-tbl-run-type(ws-catalog-count)
               move act-catch-up-store to
                                 ws-cat-tbl-store(ws-catalog-count)
               move "n"               to
                                 ws-cat-tbl-purged(ws-catalog-count)
           end-if.
               move ws-cat-tbl-date(ws-cat-idx)   to act-run-date
               move ws-cat-tbl-time(ws-cat-idx)   to act-run-time
               move ws-cat-tbl-count(ws-cat-idx)  to act-record-count
               move ws-cat-tbl-run-type(ws-cat-idx)
                                       to act-run-type
               move ws-cat-tbl-store(ws-cat-idx)  to act-catch-up-store
               write archive-catalog-line
               add 1 to ws-kept-count
           end-if.
       300-restore-business-date.
           perform 310-restore-one-target
             varying ws-restore-target-sub from 1 by 1
             until ws-restore-target-sub > 6.
      *
       310-restore-one-target.
           move ws-restore-target-name(ws-restore-target-sub)
      *catalog entries are dated with the archived data's business
      *date (the archiving programs stamp it off the records they
      *copy), so matching the requested business date fetches the
      *right day's data.  A catch-up's copy holds only its late
      *store, so the day is put back from its nightly copy.
       320-scan-for-target.
           if ws-cat-tbl-original(ws-cat-idx) = ws-restore-target and
             not ws-cat-tbl-catch-up(ws-cat-idx) and
             ws-cat-tbl-date(ws-cat-idx) = ws-business-date and
             ws-cat-tbl-time(ws-cat-idx) >= ws-restore-best-time
               move ws-cat-idx to ws-restore-best-idx
             after advancing 2 lines.
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
               if ws-lock-lent-to not = "Archive_Manager"
                   perform 9050-stop-run-locked
               end-if
           else
               accept ws-system-date from date YYYYMMDD
               accept ws-system-time from time
               open output run-lock-file
               move "Archive_Manager"      to lck-program-name
               move ws-sys-year            to lck-since-date(1:4)
               move ws-sys-month           to lck-since-date(5:2)
               move ws-sys-day             to lck-since-date(7:2)
               move ws-sys-hour            to lck-since-time(1:2)
               move ws-sys-minute          to lck-since-time(3:2)
               move ws-sys-second          to lck-since-time(5:2)
               move "ARCHIVE HOUSEKEEPING" to lck-run-descr
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
           if ws-table-abort
               move "TABLE LIMIT EXCEEDED"  to adt-status-text
           else
                       move "BAD REQUEST"           to adt-status-text
                   end-if
               end-if
           end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
           display "Archive_Manager: RUN STOPPED - RAISE THE TABLE "
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
           display "Archive_Manager: RUN LOCK HELD BY "
             ws-lock-holder.
           display "Archive_Manager: HELD SINCE "
             ws-lock-since-date " " ws-lock-since-time
             " FOR " ws-lock-descr.
           display "Archive_Manager: RUN STOPPED - RERUN WHEN "
             "THE HOLDER FINISHES, OR CLEAR A STALE LOCK WITH "
             "Run_Lock_Clear".
           move 8 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
