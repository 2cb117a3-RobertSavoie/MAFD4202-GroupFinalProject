       identification division.

      *Program:    Maint_Pending_Age
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Daily list of master file changes keyed through
      *            Master_Maintenance that are still waiting on
      *            Maint-Pending.dat for a second operator to
      *            approve or reject them, oldest first as keyed,
      *            with how many days each has been waiting.  A
      *            change left longer than the approval limit is
      *            marked OVERDUE so it gets chased up before it
      *            holds a price or store change back any further.
      *            Daily_Run_Driver runs it every night.

       program-id. Maint_Pending_Age.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Changes keyed and waiting for a second operator's decision
       select pending-file
           assign to "../../../../data/Maint-Pending.dat"
           organization is line sequential
           file status is ws-pending-status.
      *
       select report-file
           assign to "../../../../output/Maint-Pending-Age.out"
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
      *one change waiting for approval: its number, when it was
      *keyed, and the transaction exactly as keyed - only what
      *identifies the change matters here
       fd pending-file
           data record is pending-line
           record contains 133 characters.
      *
       01 pending-line.
           05 mpd-change-num           pic 9(6).
           05 mpd-keyed-date.
               10 mpd-keyed-year       pic 9(4).
               10 mpd-keyed-month      pic 99.
               10 mpd-keyed-day        pic 99.
           05 mpd-keyed-date-num redefines mpd-keyed-date
                                       pic 9(8).
           05 mpd-keyed-time           pic 9(6).
           05 mpd-trans.
               10 mpd-action           pic x.
               10 mpd-master           pic x.
                   88 mpd-store-master             value "T".
                   88 mpd-series-master            value "I".
                   88 mpd-reorder-master           value "R".
                   88 mpd-vendor-master            value "V".
               10 mpd-sku-code         pic x(15).
               10 mpd-store-num        pic xx.
               10 filler               pic x(78).
               10 mpd-operator-id      pic x(8).
               10 filler               pic x(8).
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
           05 filler                   pic x(31)   value spaces.
           05 filler                   pic x(38)   value
                             "Master Changes Awaiting Approval".
           05 filler                   pic x(31)   value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(8)    value "Change".
           05 filler                   pic x(12)   value "Keyed".
           05 filler                   pic x(6)    value "Days".
           05 filler                   pic x(10)   value "Keyed By".
           05 filler                   pic x(8)    value "Action".
           05 filler                   pic x(8)    value "Master".
           05 filler                   pic x(7)    value "Store".
           05 filler                   pic x(17)   value "Code".
           05 filler                   pic x(24)   value spaces.
      *
       01 ws-pending-detail.
           05 ws-pd-disp-num           pic 9(6).
           05 filler                   pic x(2)    value spaces.
           05 ws-pd-disp-date          pic 9999/99/99.
           05 filler                   pic x(2)    value spaces.
           05 ws-pd-disp-age           pic zzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-pd-disp-operator      pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-pd-disp-action        pic x.
           05 filler                   pic x(7)    value spaces.
           05 ws-pd-disp-master        pic x.
           05 filler                   pic x(7)    value spaces.
           05 ws-pd-disp-store         pic xx.
           05 filler                   pic x(5)    value spaces.
           05 ws-pd-disp-code          pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 ws-pd-disp-flag          pic x(7).
           05 filler                   pic x(15)   value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(33)   value
                                 "NO CHANGES ARE AWAITING APPROVAL".
           05 filler                   pic x(67)   value spaces.
      *
       01 ws-summary-count-line.
           05 ws-sum-disp-label        pic x(36).
           05 ws-sum-disp-count        pic zzzz9.
           05 filler                   pic x(59)   value spaces.
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-pending-status        pic xx      value "00".
      *
      *days a change may wait before it is chased as overdue
       77 const-overdue-days           pic 9(3)    value 3.
      *
      *run counters
       01 ws-pending-control.
           05 ws-pnd-eof-flag          pic x       value "n".
           05 ws-pnd-waiting           pic 9(5)    value 0.
           05 ws-pnd-overdue           pic 9(5)    value 0.
           05 ws-pnd-oldest            pic 9(5)    value 0.
      *
      *aging arithmetic, the system's usual 30-day month / 360-day
      *year approximation
       01 ws-aging-work.
           05 ws-aging-year-part       pic s9(4)   value 0.
           05 ws-aging-month-part      pic s9(5)   value 0.
           05 ws-aging-day-part        pic s9(4)   value 0.
           05 ws-aging-days            pic s9(5)   value 0.
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
           perform 100-list-pending-changes.
           perform 300-print-summary.
      *
      *    a change left past the limit is an exception to chase
           if ws-pnd-overdue > 0
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
      *open files
       25-open-files.
           open output report-file.
           accept ws-system-date from date YYYYMMDD.
      *
      *************************************************************
      *one line per change still waiting, in the order keyed
       100-list-pending-changes.
           write output-line
             from ws-column-heading
             after advancing 1 line.
           open input pending-file.
           if ws-pending-status = "00"
               perform 110-read-pending-change
                 until ws-pnd-eof-flag = "y"
               close pending-file
           end-if.
           if ws-pnd-waiting = 0
               write output-line
                 from ws-none-line
                 after advancing 2 lines
           end-if.
      *
       110-read-pending-change.
           read pending-file
               at end
                   move "y" to ws-pnd-eof-flag
           end-read.
           if ws-pnd-eof-flag not = "y" and mpd-change-num is numeric
               perform 120-print-one-change
           end-if.
      *
       120-print-one-change.
           add 1 to ws-pnd-waiting.
           perform 130-days-waiting.
           move mpd-change-num     to ws-pd-disp-num.
           move mpd-keyed-date-num to ws-pd-disp-date.
           move ws-aging-days      to ws-pd-disp-age.
           move mpd-operator-id    to ws-pd-disp-operator.
           move mpd-action         to ws-pd-disp-action.
           move mpd-master         to ws-pd-disp-master.
           move spaces             to ws-pd-disp-store.
           move spaces             to ws-pd-disp-code.
      *    the key each master is maintained under
           if mpd-store-master or mpd-series-master or
             mpd-reorder-master
               move mpd-store-num to ws-pd-disp-store
           end-if.
           if mpd-vendor-master
               move mpd-sku-code(1:6) to ws-pd-disp-code
           else
               if not mpd-store-master and not mpd-series-master
                   move mpd-sku-code to ws-pd-disp-code
               end-if
           end-if.
           if ws-aging-days > const-overdue-days
               move "OVERDUE" to ws-pd-disp-flag
               add 1 to ws-pnd-overdue
           else
               move spaces    to ws-pd-disp-flag
           end-if.
           if ws-aging-days > ws-pnd-oldest
               move ws-aging-days to ws-pnd-oldest
           end-if.
           write output-line from ws-pending-detail.
      *
      *days since the change was keyed; one keyed today is 0
       130-days-waiting.
           move 0 to ws-aging-days.
           if mpd-keyed-date-num is numeric
               subtract mpd-keyed-year  from ws-sys-year
                 giving ws-aging-year-part
               subtract mpd-keyed-month from ws-sys-month
                 giving ws-aging-month-part
               subtract mpd-keyed-day   from ws-sys-day
                 giving ws-aging-day-part
               multiply ws-aging-year-part by 360
                 giving ws-aging-days
               multiply ws-aging-month-part by 30
                 giving ws-aging-month-part
               add ws-aging-month-part to ws-aging-days
               add ws-aging-day-part   to ws-aging-days
           end-if.
           if ws-aging-days < 0
               move 0 to ws-aging-days
           end-if.
      *
      *************************************************************
       300-print-summary.
           move "Changes Awaiting Approval"  to ws-sum-disp-label.
           move ws-pnd-waiting               to ws-sum-disp-count.
           write output-line
             from ws-summary-count-line
             after advancing 3 lines.
           move "Overdue For Approval"       to ws-sum-disp-label.
           move ws-pnd-overdue               to ws-sum-disp-count.
           write output-line from ws-summary-count-line.
           move "Oldest Change, Days Waiting" to ws-sum-disp-label.
           move ws-pnd-oldest                to ws-sum-disp-count.
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
           move "Maint_Pending_Age"    to adt-program-name.
           move ws-sys-year            to adt-run-date(1:4).
           move ws-sys-month           to adt-run-date(5:2).
           move ws-sys-day             to adt-run-date(7:2).
           move ws-sys-hour            to adt-run-time(1:2).
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if return-code = 0
               move "COMPLETED"             to adt-status-text
           else
               move "CHANGES OVERDUE FOR APPROVAL" to adt-status-text
           end-if.
           write audit-trail-line.
           close audit-trail-file.
      *
      *************************************************************
      *closes files
       75-close-files.
           close report-file.
      *
       end program Maint_Pending_Age.
