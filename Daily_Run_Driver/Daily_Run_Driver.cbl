      *            non-processing day skips the chain outright, and
      *            the last business day of the period appends the
      *            month-end steps (Tax_Remittance,
      *            Store_Performance, Commission_Statement,
      *            Promotion_Results, Consign_Settlement, and an
      *            Archive_Manager purge)
      *            so nobody has to remember to run them by hand.
      *            Ahead of the GL step it runs Till_Over_Short,
      *            Chargeback_Manager, Transfer_Manager and
      *            Prior_Period_Adjust, whose figures the journal
      *            posts.  Every real night also lists the master
      *            file changes still waiting for a second
      *            operator's approval.  Once the preflight
      *            passes, a real night has Run_Before_Image copy
      *            every standing file the chain posts to, so the
      *            night can be backed out afterwards by Run_Backout.
      *            After the edit step Transmission_Check lists any
      *            expected store whose daily file never came.  A
      *            Catch-Up-Request.dat turns the run into a catch-up
      *            of one store's late file: it runs on any day, the
      *            file is checked before the edit step and refused
      *            if it is not that store's file for that day, and
      *            the night-only steps (tills, chargebacks,
      *            prior-period adjustments, flash, pending
      *            approvals, month-end) are left to the nightly
      *            run; the request is cleared after any real
      *            attempt, refused or not.  Every real run that
      *            completes ends with Warehouse_Export writing the
      *            day's delimited files for the reporting
      *            warehouse, a catch-up's late store included.  The
      *            chain holds the shared run lock (Run-Lock.dat)
      *            from before it writes anything until it finishes,
      *            so Master_Maintenance, Register_Reorg,
      *            Archive_Manager, Month_End_Close, Cheque_Recon,
      *            Run_Backout and Inventory_Extract cannot run
      *            underneath it; it lends the lock to its own
      *            month-end purge, and will not start while another
      *            program holds it.

       program-id. Daily_Run_Driver.
      *
       input-output section.
       file-control.
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
       select trial-flag-file
           assign to "../../../../data/Trial-Run-Flag.dat"
           organization is line sequential.
      *
      *The operator's one-shot request to post one store's late file
      *under its own business date
       select catch-up-file
           assign to "../../../../data/Catch-Up-Request.dat"
           organization is line sequential
           file status is ws-catch-up-status.
      *
       data division.
       file section.
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
      *
       01 trial-flag-line.
           05 tfl-trial-flag           pic x.
      *
      *the store and business date of the late file to catch up
       fd catch-up-file
           data record is catch-up-line
           record contains 10 characters.
      *
       01 catch-up-line.
           05 cur-store-num            pic 99.
           05 cur-business-date        pic 9(8).
      *
       working-storage section.
      *
           05 ws-sys-second              pic 99.
           05 ws-sys-hundredth           pic 99.
      *
      *the run lock as found, and the chain's own hold on it: since
      *when, what kind of run, and which step it is lent to
       01 ws-run-lock-control.
           05 ws-lock-status            pic xx     value "00".
           05 ws-lock-found             pic x      value "n".
           05 ws-lock-taken             pic x      value "n".
               88 ws-lock-was-taken         value "y".
           05 ws-lock-blocked           pic x      value "n".
               88 ws-run-locked             value "y".
           05 ws-lock-holder            pic x(20)  value spaces.
           05 ws-lock-since-date        pic 9(8)   value 0.
           05 ws-lock-since-time        pic 9(6)   value 0.
           05 ws-lock-descr             pic x(28)  value spaces.
           05 ws-lock-own-date          pic 9(8)   value 0.
           05 ws-lock-own-time          pic 9(6)   value 0.
           05 ws-lock-run-descr         pic x(28)  value spaces.
           05 ws-lock-lend-to           pic x(20)  value spaces.
      *
      *tracks the shared run-manifest file this program appends to
       01 ws-audit-control.
           05 ws-audit-status           pic xx     value "00".
           05 ws-trial-run              pic x      value "n".
               88 ws-trial-tonight          value "y".
      *
      *whether this run is catching up one store's late file rather
      *than posting the night's files
       01 ws-catch-up-control.
           05 ws-catch-up-status        pic xx     value "00".
           05 ws-catch-up-run           pic x      value "n".
               88 ws-catch-up-tonight       value "y".
           05 ws-catch-up-store         pic 99     value 0.
           05 ws-catch-up-date          pic 9(8)   value 0.
      *
      *whether today's trail shows each step already completed clean
       01 ws-step-done-flags.
           05 ws-step-done              occurs 5 times
       000-main.
      *
           perform 040-check-business-calendar.
      *    a catch-up is keyed by the operator for a file that is
      *    already late, so it runs whatever the calendar says
           perform 041-read-catch-up-request.
           if ws-catch-up-tonight
               move "n" to ws-today-is-skip
               move "n" to ws-today-is-period-end
               display "Daily_Run_Driver: CATCH-UP RUN - store "
                 ws-catch-up-store " file for business date "
                 ws-catch-up-date
           end-if.
           if ws-skip-today
               display "Daily_Run_Driver: " ws-today-num " is a "
                 "scheduled non-processing day (" ws-today-descr
               perform 790-write-audit-trail
               goback
           end-if.
      *
      *    nothing shared is written until the chain holds the run
      *    lock; a maintenance, reorg, archive or close run still
      *    going - or a chain - keeps tonight's chain from starting
           perform 030-take-run-lock.
           if ws-run-locked
               move 8 to ws-worst-rc
               move ws-worst-rc to return-code
               perform 790-write-audit-trail
               goback
           end-if.
      *
           perform 043-read-trial-request.
           if ws-trial-tonight
                   move 8   to ws-worst-rc
               end-if
           end-if.
           perform 033-describe-run-lock.
      *
      *    step zero: prove the persistent files are intact before
      *    anything posts on top of them.  A mid-chain restart skips
           if not ws-abort and ws-restart-step <= 1
               perform 090-run-preflight-step
           end-if.
      *    then the before-images of everything the chain is about to
      *    post to.  A rehearsal posts nothing; a restart resumes a
      *    run whose images were taken when it first started.
           if not ws-abort and ws-restart-step <= 1
             and not ws-trial-tonight
               perform 092-run-before-image-step
           end-if.
      *    a late file is checked before anything posts, so one
      *    that is not what the catch-up named never reaches the
      *    register
           if not ws-abort and ws-restart-step <= 1
             and ws-catch-up-tonight
               perform 150-run-transmission-step
           end-if.
           if not ws-abort and ws-restart-step <= 1
               perform 100-run-edit-step
           end-if.
      *    then the night's missing stores
           if not ws-abort and ws-restart-step <= 1
             and not ws-catch-up-tonight
               perform 150-run-transmission-step
           end-if.
           if not ws-abort and ws-restart-step <= 2
               perform 200-run-split-step
           end-if.
           if not ws-abort and ws-restart-step <= 4
               perform 400-run-returns-step
           end-if.
      *    the till over/short feeds the journal, so it is worked
      *    out afresh whenever the GL step runs - including a
      *    restart at the GL step.  A catch-up leaves the tills,
      *    chargebacks and prior-period adjustments to the nightly
      *    run that already posted them; its journal carries only
      *    the late store's day.
           if not ws-abort and ws-restart-step <= 5
             and not ws-catch-up-tonight
               perform 450-run-till-step
           end-if.
      *    so are the day's chargebacks, for the same reason
           if not ws-abort and ws-restart-step <= 5
             and not ws-catch-up-tonight
               perform 470-run-chargeback-step
           end-if.
      *    and the day's inter-store transfers, for the same reason
           if not ws-abort and ws-restart-step <= 5
               perform 475-run-transfer-step
           end-if.
      *    and tonight's prior-period adjustments, which a rerun of
      *    the same night posts again in place of the first
           if not ws-abort and ws-restart-step <= 5
             and not ws-catch-up-tonight
               perform 480-run-prior-period-step
           end-if.
           if not ws-abort and ws-restart-step <= 5
               perform 500-run-gl-step
           end-if.
      *    management; a rehearsal skips it so yesterday's carried
      *    figure is never overwritten by trial numbers
           if not ws-abort and not ws-trial-tonight
             and not ws-catch-up-tonight
               perform 550-run-flash-step
           end-if.
      *    the master changes still waiting for approval are listed
      *    whatever became of the chain - they hold up the masters,
      *    not tonight's figures
           if not ws-trial-tonight and not ws-catch-up-tonight
               perform 555-run-pending-age-step
           end-if.
      *    the balancing certificate is the night's last word; its
      *    return code is what flags an unbalanced night upstream
           if not ws-abort
               perform 560-run-certificate-step
           end-if.
      *    the reporting warehouse takes the finished day's figures;
      *    a rehearsal's must never reach it
           if not ws-abort and not ws-trial-tonight
               perform 570-run-export-step
           end-if.
      *    the last business day of the period carries the month-end
      *    steps on the end of the chain, provided the daily steps
      *    themselves ran to completion
           if ws-trial-tonight
               perform 048-clear-trial-request
           end-if.
      *    the catch-up request is one-shot, like the restart
      *    request: it is cleared after any real attempt - posted,
      *    refused or failed - so the next night is never turned
      *    into a catch-up by mistake; a corrected late file is
      *    caught up by a fresh request.  A rehearsal leaves it for
      *    the real run.
           if ws-catch-up-tonight and not ws-trial-tonight
               perform 049-clear-catch-up-request
           end-if.
      *    the request is one-shot: it is cleared after any chain
      *    attempt that read it - including a refusal, so one bad
      *    request can't keep killing every following night - and
               perform 095-clear-restart-request
           end-if.
           perform 900-print-summary.
           perform 035-release-run-lock.
           move ws-worst-rc to return-code.
           perform 790-write-audit-trail.
           goback.
      *
      *Takes the shared run lock for the chain.  A lock already held
      *- by another program, or by a chain that never finished -
      *stops tonight's chain before it writes anything.
       030-take-run-lock.
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
                       end-if
               end-read
               close run-lock-file
           end-if.
           if ws-lock-found = "y"
               move "y" to ws-lock-blocked
               display "Daily_Run_Driver: RUN LOCK HELD BY "
                 ws-lock-holder
               display "Daily_Run_Driver: HELD SINCE "
                 ws-lock-since-date " " ws-lock-since-time
                 " FOR " ws-lock-descr
               display "Daily_Run_Driver: chain not run - rerun when "
                 "the holder finishes, or clear a stale lock with "
                 "Run_Lock_Clear"
           else
               accept ws-system-date from date YYYYMMDD
               accept ws-system-time from time
               move ws-sys-year   to ws-lock-own-date(1:4)
               move ws-sys-month  to ws-lock-own-date(5:2)
               move ws-sys-day    to ws-lock-own-date(7:2)
               move ws-sys-hour   to ws-lock-own-time(1:2)
               move ws-sys-minute to ws-lock-own-time(3:2)
               move ws-sys-second to ws-lock-own-time(5:2)
               if ws-catch-up-tonight
                   move "CATCH-UP CHAIN" to ws-lock-run-descr
               else
                   move "NIGHTLY CHAIN"  to ws-lock-run-descr
               end-if
               perform 032-write-run-lock
               move "y" to ws-lock-taken
           end-if.
      *
      *Writes the chain's hold on the run lock as it now stands.
       032-write-run-lock.
           open output run-lock-file.
           move "Daily_Run_Driver"     to lck-program-name.
           move ws-lock-own-date       to lck-since-date.
           move ws-lock-own-time       to lck-since-time.
           move ws-lock-run-descr      to lck-run-descr.
           move ws-lock-lend-to        to lck-lent-to.
           write run-lock-line.
           close run-lock-file.
      *
      *Once the trial and restart requests are read, the lock says
      *what kind of run is holding it.
       033-describe-run-lock.
           if ws-trial-tonight
               move "TRIAL CHAIN"   to ws-lock-run-descr
           else
               if ws-restart-step > 1
                   move "CHAIN RESTART" to ws-lock-run-descr
               end-if
           end-if.
           perform 032-write-run-lock.
      *
      *Gives the run lock back by emptying the file.
       035-release-run-lock.
           if ws-lock-was-taken
               open output run-lock-file
               close run-lock-file
               move "n" to ws-lock-taken
           end-if.
      *
      *Reads the business calendar and notes what it says about
      *today: a non-processing day skips the chain, a period-end
      *date appends the month-end steps.  A missing calendar file
               end-if
           end-if.
      *
      *Reads the operator's catch-up request, when one was left: the
      *store and the business date of the late file placed on
      *tonight's input
       041-read-catch-up-request.
           open input catch-up-file.
           if ws-catch-up-status = "00"
               read catch-up-file
                   at end
                       continue
                   not at end
                       if cur-store-num is numeric and
                         cur-store-num > 0 and
                         cur-business-date is numeric and
                         cur-business-date > 0
                           move "y" to ws-catch-up-run
                           move cur-store-num to ws-catch-up-store
                           move cur-business-date to
                                                 ws-catch-up-date
                       end-if
               end-read
               close catch-up-file
           end-if.
      *
      *Empties the catch-up request once a real run has tried it.
       049-clear-catch-up-request.
           open output catch-up-file.
           close catch-up-file.
      *
      *Reads the operator's trial request, when one was left, and
      *hands the flag down to the chain programs either way - a
      *stale 'Y' from an interrupted rehearsal must never trial a
                 "Daily_Run_Driver: chain refused by Preflight_Check"
           end-if.
      *
      *Copies every standing file the chain posts to into the
      *backout area under tonight's run.  A copy that cannot be
      *written comes back as a 16 and the chain goes no further - a
      *night with no before-image could not be backed out.
       092-run-before-image-step.
           display "Daily_Run_Driver: starting Run_Before_Image".
           call "Run_Before_Image".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Run_Before_Image return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
           if ws-step-rc > 4
               move "y" to ws-abort-flag
               display
                 "Daily_Run_Driver: chain stopped - no before-images"
           end-if.
      *
      *Step 1 - edits the raw daily file into Valid-Data.dat and
      *Invalid-Data.dat.  A return code over 4 means the edit step
      *itself could not produce a usable Valid-Data.dat, so there is
                 "Daily_Run_Driver: chain stopped after Final_EditFile"
           end-if.
      *
      *Lists every expected store whose daily file did not come, or
      *on a catch-up checks the late file is the named store's for
      *the named day.  A missing store comes back as a 4 and the
      *night carries on; a refused late file comes back as an 8 and
      *nothing is posted.
       150-run-transmission-step.
           display "Daily_Run_Driver: starting Transmission_Check".
           call "Transmission_Check".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Transmission_Check return-code"
             " = " ws-step-rc.
           perform 910-track-worst-rc.
           if ws-step-rc > 4
               move "y" to ws-abort-flag
               display "Daily_Run_Driver: chain stopped - late file "
                 "refused by Transmission_Check"
           end-if.
      *
      *Step 2 - splits Valid-Data.dat into S-L-Data.dat and
      *Return-Data.dat and balances back against the edit step's
      *control totals.  A return code over 4 means the split or the
             ws-step-rc.
           perform 910-track-worst-rc.
      *
      *Compares the stores' closing till counts with the cash they
      *should hold and hands the net over/short to the GL step.  A
      *store over or short beyond the band comes back as a 4 and the
      *chain carries on; anything worse would leave the journal
      *without the night's over/short, so the chain stops.
       450-run-till-step.
           display "Daily_Run_Driver: starting Till_Over_Short".
           call "Till_Over_Short".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Till_Over_Short return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
           if ws-step-rc > 4
               move "y" to ws-abort-flag
               display
                 "Daily_Run_Driver: chain stopped after Till_Over_Short"
           end-if.
      *
      *Matches the processor's chargebacks to their sales and hands
      *the money to the GL step to reverse.  Unmatched notices or
      *disputes past their deadline come back as a 4 and the chain
      *carries on; anything worse would leave the journal without
      *the day's chargebacks, so the chain stops.
       470-run-chargeback-step.
           display "Daily_Run_Driver: starting Chargeback_Manager".
           call "Chargeback_Manager".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Chargeback_Manager return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
           if ws-step-rc > 4
               move "y" to ws-abort-flag
               display "Daily_Run_Driver: chain stopped after "
                 "Chargeback_Manager"
           end-if.
      *
      *Pairs the shipping and receiving legs of the day's inter-store
      *transfers and hands their cost to the GL step.  Rejected legs,
      *legs that disagree or shipments overdue in transit come back
      *as a 4 and the chain carries on; anything worse would leave
      *the journal without the day's transfers, so the chain stops.
       475-run-transfer-step.
           display "Daily_Run_Driver: starting Transfer_Manager".
           call "Transfer_Manager".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Transfer_Manager return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
           if ws-step-rc > 4
               move "y" to ws-abort-flag
               display "Daily_Run_Driver: chain stopped after "
                 "Transfer_Manager"
           end-if.
      *
      *Checks the authorized batch of late transactions for closed
      *months and hands the accepted ones to the GL step.  A refused
      *batch or rejected lines come back as a 4 and the chain
      *carries on without them; anything worse stops the chain.
       480-run-prior-period-step.
           display "Daily_Run_Driver: starting Prior_Period_Adjust".
           call "Prior_Period_Adjust".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Prior_Period_Adjust return-code"
             " = " ws-step-rc.
           perform 910-track-worst-rc.
           if ws-step-rc > 4
               move "y" to ws-abort-flag
               display "Daily_Run_Driver: chain stopped after "
                 "Prior_Period_Adjust"
           end-if.
      *
      *Step 5 - builds the general-ledger posting extract from the
      *day's processed files and proves its debits equal credits.
       500-run-gl-step.
             ws-step-rc.
           perform 910-track-worst-rc.
      *
      *Master file changes keyed but not yet approved, and how long
      *each has waited.  One left past the limit comes back as a 4.
       555-run-pending-age-step.
           display "Daily_Run_Driver: starting Maint_Pending_Age".
           call "Maint_Pending_Age".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Maint_Pending_Age return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
      *
      *The one-page BALANCED YES/NO certificate over every check.
       560-run-certificate-step.
           display "Daily_Run_Driver: starting Balance_Certificate".
             ws-step-rc.
           perform 910-track-worst-rc.
      *
      *The day's delimited files and their control totals for the
      *reporting warehouse.
       570-run-export-step.
           display "Daily_Run_Driver: starting Warehouse_Export".
           call "Warehouse_Export".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Warehouse_Export return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
      *
      *Month-end: the calendar says today closes the period, so the
      *remittance summary, the performance ranking, and the archive
      *purge run on the end of the chain instead of waiting for
           display "Daily_Run_Driver: Store_Performance return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
      *
      *    commission is paid on the month's archives, so it runs
      *    before the purge can take any of them away
           display "Daily_Run_Driver: starting Commission_Statement".
           call "Commission_Statement".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Commission_Statement "
             "return-code = " ws-step-rc.
           perform 910-track-worst-rc.
      *
      *    promotion results read the archives too
           display "Daily_Run_Driver: starting Promotion_Results".
           call "Promotion_Results".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Promotion_Results "
             "return-code = " ws-step-rc.
           perform 910-track-worst-rc.
      *
      *    so does the consignment vendors' settlement
           display "Daily_Run_Driver: starting Consign_Settlement".
           call "Consign_Settlement".
           move return-code to ws-step-rc.
           display "Daily_Run_Driver: Consign_Settlement "
             "return-code = " ws-step-rc.
           perform 910-track-worst-rc.
      *
           perform 610-write-purge-request.
      *    the purge is one of the chain's own steps, so the chain
      *    lends it the lock rather than letting it find it held
           move "Archive_Manager" to ws-lock-lend-to.
           perform 032-write-run-lock.
           display "Daily_Run_Driver: starting Archive_Manager purge".
           call "Archive_Manager".
           move return-code to ws-step-rc.
           move spaces to ws-lock-lend-to.
           perform 032-write-run-lock.
           display "Daily_Run_Driver: Archive_Manager return-code = "
             ws-step-rc.
           perform 910-track-worst-rc.
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move ws-worst-rc            to adt-return-code.
           if ws-run-locked
               move "BLOCKED - RUN LOCK HELD" to adt-status-text
           else
           if ws-skip-today
               move "SKIPPED - NON-PROCESSING" to adt-status-text
           else
               if ws-abort
                   move "CHAIN ABORTED"        to adt-status-text
               else
                   if ws-catch-up-tonight
                       move "CATCH-UP CHAIN COMPLETE" to
                                                      adt-status-text
                   else
                   if ws-restart-step > 1
                       move "CHAIN COMPLETE (RESTART)" to
                                                      adt-status-text
                   else
                       move "CHAIN COMPLETE"       to adt-status-text
                   end-if
                   end-if
               end-if
           end-if
           end-if
           end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
