       identification division.

      *Program:    Transfer_Manager
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Pairs the two legs of every inter-store
      *            merchandise transfer.  The sending store keys a
      *            shipment ('SH') and the receiving store keys its
      *            receipt ('RC') under the same transfer number;
      *            Final_Data_Split_Count routes both to
      *            Transfer-Data.dat.  Each leg is taken onto the
      *            standing Transfer-Ledger.dat, keyed by sending
      *            store and transfer number, and its cost onto
      *            Transfer-Totals.dat, which GL_Posting posts as
      *            offsetting inter-store entries - out of the
      *            sender's inventory on the shipment, into the
      *            receiver's on the receipt.  A receipt that meets
      *            its shipment closes the transfer, any quantity or
      *            cost difference between the two legs being
      *            listed.  The report also lists every transfer
      *            shipped but not yet received, with its days in
      *            transit, and every receipt that arrived with no
      *            shipment on file.  Run by Daily_Run_Driver just
      *            before GL_Posting.

       program-id. Transfer_Manager.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The day's transfer legs, split out of the edited input
       select transfer-data-file
           assign to ws-transfer-file-name
           organization is line sequential
           file status is ws-transfer-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential
           file status is ws-store-status.
      *
      *Every transfer taken on, open or closed, read in whole and
      *written back out with the day's legs
       select ledger-file
           assign to ws-ledger-file-name
           organization is line sequential
           file status is ws-ledger-status.
      *
      *Per-store transfer cost shipped out and received in, posted
      *by GL_Posting
       select totals-file
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
      *one leg of a transfer, the chain's usual 80-byte shape.  The
      *payment type carries the direction and the salesperson bytes
      *the other store - the receiver on a shipment, the sender on
      *a receipt.  The amount is the cost value of the units moved.
       fd transfer-data-file
           data record is transfer-data-line
           record contains 80 characters.
      *
       01 transfer-data-line.
           05 tdl-trans-code           pic x.
           05 tdl-cost                 pic 9(7)v99.
           05 tdl-direction            pic xx.
               88 tdl-shipped              value "SH".
               88 tdl-received             value "RC".
           05 tdl-store-num            pic 99.
           05 tdl-transfer-num         pic x(9).
           05 tdl-sku                  pic x(15).
           05 tdl-trans-date           pic 9(8).
           05 tdl-rec-type             pic x.
           05 tdl-quantity             pic 9(3).
           05 tdl-other-store          pic 99.
           05 filler                   pic x(28).
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
      *one transfer: both legs as they arrived, and where it stands
       fd ledger-file
           data record is ledger-line
           record contains 90 characters.
      *
       01 ledger-line.
           05 trl-from-store           pic 99.
           05 trl-transfer-num         pic x(9).
           05 trl-to-store             pic 99.
           05 trl-sku                  pic x(15).
           05 trl-ship-date            pic 9(8).
           05 trl-ship-qty             pic 9(3).
           05 trl-ship-cost            pic 9(7)v99.
           05 trl-rcv-date             pic 9(8).
           05 trl-rcv-qty              pic 9(3).
           05 trl-rcv-cost             pic 9(7)v99.
      *    S shipped and in transit, U received with no shipment on
      *    file yet, R received against its shipment
           05 trl-status               pic x.
      *    the run dates each leg was taken on, so a rerun of the
      *    same day posts the leg again instead of calling it a
      *    duplicate
           05 trl-ship-run-date        pic 9(8).
           05 trl-rcv-run-date         pic 9(8).
           05 filler                   pic x(5).
      *
      *one store's transfer cost shipped out and received in today
       fd totals-file
           data record is totals-line
           record contains 22 characters.
      *
       01 totals-line.
           05 tft-store-num            pic 99.
           05 tft-shipped-cost         pic 9(8)v99.
           05 tft-received-cost        pic 9(8)v99.
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
           05 filler                   pic x(27)   value
                                       "Inter-Store Transfers - ".
           05 ws-title-year            pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-title-month           pic 99.
           05 filler                   pic x       value "-".
           05 ws-title-day             pic 99.
           05 filler                   pic x(33)   value spaces.
      *
       01 ws-leg-title.
           05 filler                   pic x(40)   value
              "Transfer Legs Taken On Today:".
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-leg-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(5)    value "Dir".
           05 filler                   pic x(6)    value "Store".
           05 filler                   pic x(6)    value "Other".
           05 filler                   pic x(11)   value "Transfer".
           05 filler                   pic x(15)   value "SKU".
           05 filler                   pic x(5)    value "  Qty".
           05 filler                   pic x(14)   value
                                       "          Cost".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(7)    value "Outcome".
           05 filler                   pic x(27)   value spaces.
      *
       01 ws-leg-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-lgd-direction         pic xx.
           05 filler                   pic x(3)    value spaces.
           05 ws-lgd-store             pic xx.
           05 filler                   pic x(4)    value spaces.
           05 ws-lgd-other             pic xx.
           05 filler                   pic x(4)    value spaces.
           05 ws-lgd-transfer          pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-lgd-sku               pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 ws-lgd-qty               pic zz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-lgd-cost              pic z,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-lgd-outcome           pic x(30).
           05 filler                   pic x(4)    value spaces.
      *
       01 ws-matched-title.
           05 filler                   pic x(50)   value
              "Transfers Received Against Their Shipment Today:".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-matched-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(5)    value "From".
           05 filler                   pic x(5)    value "To".
           05 filler                   pic x(11)   value "Transfer".
           05 filler                   pic x(15)   value "SKU".
           05 filler                   pic x(5)    value " Ship".
           05 filler                   pic x(6)    value "   Rcv".
           05 filler                   pic x(14)   value
                                       "     Ship Cost".
           05 filler                   pic x(14)   value
                                       "      Rcv Cost".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(4)    value "Note".
           05 filler                   pic x(17)   value spaces.
      *
       01 ws-matched-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-mtd-from              pic 99.
           05 filler                   pic x(3)    value spaces.
           05 ws-mtd-to                pic 99.
           05 filler                   pic x(3)    value spaces.
           05 ws-mtd-transfer          pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-mtd-sku               pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 ws-mtd-ship-qty          pic zz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-mtd-rcv-qty           pic zz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-mtd-ship-cost         pic z,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-mtd-rcv-cost          pic z,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-mtd-note              pic x(12).
           05 filler                   pic x(9)    value spaces.
      *
       01 ws-transit-title.
           05 ws-trt-disp-title        pic x(50).
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-transit-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(5)    value "From".
           05 filler                   pic x(5)    value "To".
           05 filler                   pic x(11)   value "Transfer".
           05 filler                   pic x(15)   value "SKU".
           05 filler                   pic x(5)    value "  Qty".
           05 filler                   pic x(14)   value
                                       "          Cost".
           05 filler                   pic x(2)    value spaces.
           05 ws-trh-date-label        pic x(10).
           05 filler                   pic x(5)    value " Days".
           05 filler                   pic x(26)   value spaces.
      *
       01 ws-transit-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-trd-from              pic 99.
           05 filler                   pic x(3)    value spaces.
           05 ws-trd-to                pic 99.
           05 filler                   pic x(3)    value spaces.
           05 ws-trd-transfer          pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-trd-sku               pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 ws-trd-qty               pic zz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-trd-cost              pic z,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-trd-date              pic 9(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-trd-days              pic zzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-trd-flag              pic x(7).
           05 filler                   pic x(16)   value spaces.
      *
       01 ws-store-title.
           05 filler                   pic x(40)   value
              "Transfer Cost By Store:".
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-store-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(26)   value "Store".
           05 filler                   pic x(16)   value
                                       "    Shipped Out".
           05 filler                   pic x(16)   value
                                       "    Received In".
           05 filler                   pic x(40)   value spaces.
      *
       01 ws-store-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-std-store             pic 99.
           05 filler                   pic x(2)    value spaces.
           05 ws-std-store-name        pic x(20).
           05 filler                   pic x(3)    value spaces.
           05 ws-std-shipped           pic zz,zzz,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 ws-std-received          pic zz,zzz,zz9.99.
           05 filler                   pic x(42)   value spaces.
      *
       01 ws-none-found-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(26)   value
                                       "None.".
           05 filler                   pic x(72)   value spaces.
      *
       01 ws-no-transfer-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(50)   value
              "NO TRANSFER LEGS ON FILE FOR THIS RUN".
           05 filler                   pic x(48)   value spaces.
      *
       01 ws-summary-title.
           05 filler                   pic x(20)   value
                                       "Transfer Summary:".
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
      *the outcome wording for the legs section
       77 ws-txt-in-transit            pic x(30)   value
                                       "SHIPPED - IN TRANSIT".
       77 ws-txt-ship-matched          pic x(30)   value
                                       "SHIPPED - MATCHED TO RECEIPT".
       77 ws-txt-rcv-matched           pic x(30)   value
                                       "RECEIVED - MATCHED".
       77 ws-txt-rcv-no-ship           pic x(30)   value
                                       "RECEIVED - NO SHIPMENT ON FILE".
       77 ws-txt-rerun                 pic x(30)   value
                                       "RERUN - POSTED AGAIN".
      *
      *the reasons a leg is refused and not posted
       77 ws-exc-unreadable            pic x(30)   value
                                       "REJECTED - UNREADABLE LEG".
       77 ws-exc-dup-shipment          pic x(30)   value
                                       "REJECTED - DUPLICATE SHIPMENT".
       77 ws-exc-dup-receipt           pic x(30)   value
                                       "REJECTED - DUPLICATE RECEIPT".
       77 ws-exc-wrong-store           pic x(30)   value
                                       "REJECTED - WRONG DESTINATION".
       77 ws-exc-sku-differs           pic x(30)   value
                                       "REJECTED - SKU DIFFERS".
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
      *
      *days a shipment may be in transit before it is called overdue
       77 const-transit-days           pic 9(3)    value 7.
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
      *ledger is always read from the data area; a rehearsal writes
      *its updated copy to the trial area instead.
       77 ws-transfer-file-name        pic x(60)   value
                                "../../../../data/Transfer-Data.dat".
       77 ws-ledger-file-name          pic x(60)   value
                              "../../../../data/Transfer-Ledger.dat".
       77 ws-totals-file-name          pic x(60)   value
                              "../../../../data/Transfer-Totals.dat".
       77 ws-report-file-name          pic x(60)   value
                            "../../../../output/Transfer-Report.out".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-transfer-status       pic xx      value "00".
           05 ws-store-status          pic xx      value "00".
           05 ws-ledger-status         pic xx      value "00".
      *
      *today's date as one number, for the run stamps and aging
       01 ws-today-control.
           05 ws-today-num             pic 9(8)    value 0.
      *
      *the standing ledger in sending-store/transfer-number order,
      *read in whole and written back out
       01 ws-ledger-table.
           05 ws-led-entry             occurs 20001 times
                                       indexed by ws-led-idx.
               10 ws-led-tbl-key.
                   15 ws-led-tbl-from     pic 99.
                   15 ws-led-tbl-transfer pic x(9).
               10 ws-led-tbl-to           pic 99.
               10 ws-led-tbl-sku          pic x(15).
               10 ws-led-tbl-ship-date    pic 9(8).
               10 ws-led-tbl-ship-qty     pic 9(3).
               10 ws-led-tbl-ship-cost    pic 9(7)v99.
               10 ws-led-tbl-rcv-date     pic 9(8).
               10 ws-led-tbl-rcv-qty      pic 9(3).
               10 ws-led-tbl-rcv-cost     pic 9(7)v99.
               10 ws-led-tbl-status       pic x.
                   88 ws-led-tbl-in-transit    value "S".
                   88 ws-led-tbl-unshipped     value "U".
                   88 ws-led-tbl-received      value "R".
               10 ws-led-tbl-ship-run     pic 9(8).
               10 ws-led-tbl-rcv-run      pic 9(8).
      *
       01 ws-ledger-control.
           05 ws-led-count             pic 9(5)    value 0.
           05 ws-led-eof-flag          pic x       value "n".
           05 ws-led-found             pic 9       value 0.
           05 ws-led-match-idx         pic 9(5)    value 0.
           05 ws-led-search-key.
               10 ws-led-search-from      pic 99.
               10 ws-led-search-transfer  pic x(9).
      *
       77 ws-led-max                   pic 9(5)    value 20000.
      *
      *the store master, for the names on the store section
       01 ws-store-table.
           05 ws-store-entry           occurs 99 times
                                       indexed by ws-store-idx.
               10 ws-store-tbl-num        pic 99.
               10 ws-store-tbl-name       pic x(20).
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-store-eof-flag        pic x       value "n".
      *
      *the day's transfer cost per store, handed to GL_Posting
       01 ws-store-money-table.
           05 ws-smy-entry             occurs 99 times.
               10 ws-smy-shipped          pic 9(8)v99  value 0.
               10 ws-smy-received         pic 9(8)v99  value 0.
      *
       01 ws-store-money-control.
           05 ws-smy-sub               pic 99      value 0.
      *
      *the leg in hand: what became of it
       01 ws-leg-control.
           05 ws-leg-outcome           pic x(30)   value spaces.
           05 ws-leg-rejected          pic x       value "n".
               88 ws-leg-is-rejected       value "y".
      *
      *shared workspace for the bisecting searches and in-place
      *inserts the ledger uses
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
      *a leg date split apart for the days-in-transit arithmetic
       01 ws-leg-date-work.
           05 ws-lgw-year              pic 9(4).
           05 ws-lgw-month             pic 99.
           05 ws-lgw-day               pic 99.
       01 ws-leg-date-num redefines ws-leg-date-work
                                       pic 9(8).
      *
      *aging arithmetic, the system's usual 30-day month / 360-day
      *year approximation
       01 ws-aging-math.
           05 ws-aging-days            pic s9(6)   value 0.
           05 ws-aging-year-part       pic s9(6)   value 0.
           05 ws-aging-month-part      pic s9(6)   value 0.
           05 ws-aging-day-part        pic s9(6)   value 0.
      *
      *the run's figures
       01 ws-run-totals.
           05 ws-total-legs            pic 9(6)    value 0.
           05 ws-total-shipments       pic 9(6)    value 0.
           05 ws-total-receipts        pic 9(6)    value 0.
           05 ws-total-rejected        pic 9(6)    value 0.
           05 ws-total-matched         pic 9(6)    value 0.
           05 ws-total-discrepancies   pic 9(6)    value 0.
           05 ws-total-in-transit      pic 9(6)    value 0.
           05 ws-total-overdue         pic 9(6)    value 0.
           05 ws-total-unshipped       pic 9(6)    value 0.
           05 ws-total-shipped-cost    pic 9(9)v99 value 0.
           05 ws-total-received-cost   pic 9(9)v99 value 0.
           05 ws-total-transit-cost    pic 9(9)v99 value 0.
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
           move ws-system-date to ws-today-num.
           perform 24-check-trial-mode.
           perform 25-open-files.
           perform 30-load-store-master.
           perform 35-load-ledger.
           perform 150-print-page-headings.
           perform 100-take-on-legs.
           perform 400-print-matched.
           perform 500-print-in-transit.
           perform 550-print-unshipped.
           perform 600-print-store-totals.
           perform 700-write-ledger.
           perform 720-write-totals.
           perform 750-print-summary.
      *
      *    tell the driver whether anything needs chasing: a leg
      *    refused, legs that disagree, a receipt with no shipment,
      *    or a shipment overdue in transit
           if ws-total-rejected > 0 or ws-total-discrepancies > 0 or
             ws-total-unshipped > 0 or ws-total-overdue > 0
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
               move "../../../../trial/Transfer-Data.dat"
                                       to ws-transfer-file-name
               move "../../../../trial/Transfer-Totals.dat"
                                       to ws-totals-file-name
               move "../../../../trial/Transfer-Report.out"
                                       to ws-report-file-name
           end-if.
      *
      *************************************************************
      *open files
       25-open-files.
           open output report-file.
      *
      *************************************************************
      *loads the store master for the names on the store section
       30-load-store-master.
           open input store-master-file.
           if ws-store-status = "00"
               perform 31-read-store-master
                 until ws-store-eof-flag = "y"
               close store-master-file
           end-if.
      *
       31-read-store-master.
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
               move stm-store-num  to ws-store-tbl-num(ws-store-count)
               move stm-store-name to ws-store-tbl-name(ws-store-count)
           end-if.
      *
      *************************************************************
      *loads the standing ledger into key order; the first run
      *starts it empty
       35-load-ledger.
           open input ledger-file.
           if ws-ledger-status = "00"
               perform 36-read-ledger-entry
                 until ws-led-eof-flag = "y"
               close ledger-file
           end-if.
      *
       36-read-ledger-entry.
           read ledger-file
               at end
                   move "y" to ws-led-eof-flag
           end-read.
           if ws-led-eof-flag not = "y"
               move trl-from-store   to ws-led-search-from
               move trl-transfer-num to ws-led-search-transfer
               perform 80-find-or-add-transfer
               move trl-to-store     to
                                 ws-led-tbl-to(ws-led-match-idx)
               move trl-sku          to
                                 ws-led-tbl-sku(ws-led-match-idx)
               move trl-ship-date    to
                                 ws-led-tbl-ship-date(ws-led-match-idx)
               move trl-ship-qty     to
                                 ws-led-tbl-ship-qty(ws-led-match-idx)
               move trl-ship-cost    to
                                 ws-led-tbl-ship-cost(ws-led-match-idx)
               move trl-rcv-date     to
                                 ws-led-tbl-rcv-date(ws-led-match-idx)
               move trl-rcv-qty      to
                                 ws-led-tbl-rcv-qty(ws-led-match-idx)
               move trl-rcv-cost     to
                                 ws-led-tbl-rcv-cost(ws-led-match-idx)
               move trl-status       to
                                 ws-led-tbl-status(ws-led-match-idx)
               move trl-ship-run-date to
                                 ws-led-tbl-ship-run(ws-led-match-idx)
               move trl-rcv-run-date to
                                 ws-led-tbl-rcv-run(ws-led-match-idx)
           end-if.
      *
      *************************************************************
      *finds the transfer for ws-led-search-key, dropping a blank
      *entry into its key-ordered place the first time it is seen.
      *ws-led-found tells the caller which happened.
       80-find-or-add-transfer.
           perform 85-search-ledger.
           if ws-led-found = 0
               perform 81-insert-transfer
           end-if.
      *
       81-insert-transfer.
           if ws-led-count >= ws-led-max
               move "TRANSFER LEDGER TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-led-count to ws-bs-shift-idx.
           perform 82-shift-transfer
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ws-bs-insert-at   to ws-led-match-idx.
           move ws-led-search-key to ws-led-tbl-key(ws-led-match-idx).
           move 0      to ws-led-tbl-to(ws-led-match-idx).
           move spaces to ws-led-tbl-sku(ws-led-match-idx).
           move 0      to ws-led-tbl-ship-date(ws-led-match-idx).
           move 0      to ws-led-tbl-ship-qty(ws-led-match-idx).
           move 0      to ws-led-tbl-ship-cost(ws-led-match-idx).
           move 0      to ws-led-tbl-rcv-date(ws-led-match-idx).
           move 0      to ws-led-tbl-rcv-qty(ws-led-match-idx).
           move 0      to ws-led-tbl-rcv-cost(ws-led-match-idx).
           move space  to ws-led-tbl-status(ws-led-match-idx).
           move 0      to ws-led-tbl-ship-run(ws-led-match-idx).
           move 0      to ws-led-tbl-rcv-run(ws-led-match-idx).
           add 1 to ws-led-count.
      *
       82-shift-transfer.
           move ws-led-entry(ws-bs-shift-idx) to
             ws-led-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *bisects the key-ordered ledger for ws-led-search-key, leaving
      *the slot a new transfer belongs in when it isn't found
       85-search-ledger.
           move 0 to ws-led-found.
           move 1 to ws-bs-lo.
           move ws-led-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 86-search-ledger-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       86-search-ledger-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-led-tbl-key(ws-bs-mid) = ws-led-search-key
                   move 1         to ws-led-found
                   move ws-bs-mid to ws-led-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-led-tbl-key(ws-bs-mid) < ws-led-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *takes each of the day's legs onto the ledger in file order
      *and lists what became of it
       100-take-on-legs.
           write output-line
             from ws-leg-title
             after advancing 1 line.
           write output-line
             from ws-leg-heading
             after advancing 1 line.
           move "n" to eof-flag.
           open input transfer-data-file.
           if ws-transfer-status = "00"
               perform 105-read-transfer-leg
                 until eof-flag = eof-y
               close transfer-data-file
           else
               write output-line from ws-no-transfer-line
           end-if.
           if ws-transfer-status = "00" and ws-total-legs = 0
               write output-line from ws-none-found-line
           end-if.
      *
       105-read-transfer-leg.
           read transfer-data-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y
               add 1 to ws-total-legs
               move spaces to ws-leg-outcome
               move "n"    to ws-leg-rejected
               if not (tdl-shipped or tdl-received) or
                 tdl-store-num is not numeric or
                 tdl-store-num = 0 or
                 tdl-other-store is not numeric or
                 tdl-other-store = 0 or
                 tdl-transfer-num = spaces or
                 tdl-quantity is not numeric or
                 tdl-cost is not numeric
                   move ws-exc-unreadable to ws-leg-outcome
                   move "y" to ws-leg-rejected
               else
                   if tdl-shipped
                       perform 200-take-on-shipment
                   else
                       perform 300-take-on-receipt
                   end-if
               end-if
               if ws-leg-is-rejected
                   add 1 to ws-total-rejected
               end-if
               perform 110-list-leg
           end-if.
      *
       110-list-leg.
           move tdl-direction    to ws-lgd-direction.
           move tdl-store-num    to ws-lgd-store.
           move tdl-other-store  to ws-lgd-other.
           move tdl-transfer-num to ws-lgd-transfer.
           move tdl-sku          to ws-lgd-sku.
           if tdl-quantity is numeric
               move tdl-quantity to ws-lgd-qty
           else
               move 0            to ws-lgd-qty
           end-if.
           if tdl-cost is numeric
               move tdl-cost     to ws-lgd-cost
           else
               move 0            to ws-lgd-cost
           end-if.
           move ws-leg-outcome   to ws-lgd-outcome.
           write output-line from ws-leg-detail.
      *
      *************************************************************
      *a shipment keyed by the sending store.  New, it goes on the
      *ledger in transit; meeting a receipt already taken on, it
      *closes the transfer.  Taken on by an earlier run today it is
      *a rerun and posts again; on any other day, a duplicate.
       200-take-on-shipment.
           move tdl-store-num    to ws-led-search-from.
           move tdl-transfer-num to ws-led-search-transfer.
           perform 80-find-or-add-transfer.
           if ws-led-found = 0
               move tdl-other-store to ws-led-tbl-to(ws-led-match-idx)
               move tdl-sku         to ws-led-tbl-sku(ws-led-match-idx)
               move "S" to ws-led-tbl-status(ws-led-match-idx)
               perform 210-record-shipment
               move ws-txt-in-transit to ws-leg-outcome
           else
               if ws-led-tbl-ship-run(ws-led-match-idx) = ws-today-num
                   move ws-txt-rerun to ws-leg-outcome
                   perform 220-credit-shipment
               else
                   if ws-led-tbl-ship-run(ws-led-match-idx) > 0
                       move ws-exc-dup-shipment to ws-leg-outcome
                       move "y" to ws-leg-rejected
                   else
                       perform 230-ship-against-receipt
                   end-if
               end-if
           end-if.
      *
       210-record-shipment.
           move tdl-trans-date to
                             ws-led-tbl-ship-date(ws-led-match-idx).
           move tdl-quantity   to
                             ws-led-tbl-ship-qty(ws-led-match-idx).
           move tdl-cost       to
                             ws-led-tbl-ship-cost(ws-led-match-idx).
           move ws-today-num   to
                             ws-led-tbl-ship-run(ws-led-match-idx).
           add 1 to ws-total-shipments.
           perform 220-credit-shipment.
      *
      *adds the shipment the ledger entry holds to the sending
      *store's cost shipped out
       220-credit-shipment.
           move ws-led-tbl-from(ws-led-match-idx) to ws-smy-sub.
           if ws-smy-sub > 0
               add ws-led-tbl-ship-cost(ws-led-match-idx) to
                                 ws-smy-shipped(ws-smy-sub)
           end-if.
           add ws-led-tbl-ship-cost(ws-led-match-idx) to
                                 ws-total-shipped-cost.
      *
      *the receipt came in first; the shipment must name the store
      *that received it and the SKU it received
       230-ship-against-receipt.
           if ws-led-tbl-to(ws-led-match-idx) not = tdl-other-store
               move ws-exc-wrong-store to ws-leg-outcome
               move "y" to ws-leg-rejected
           else
               if ws-led-tbl-sku(ws-led-match-idx) not = tdl-sku
                   move ws-exc-sku-differs to ws-leg-outcome
                   move "y" to ws-leg-rejected
               else
                   move "R" to ws-led-tbl-status(ws-led-match-idx)
                   perform 210-record-shipment
                   move ws-txt-ship-matched to ws-leg-outcome
               end-if
           end-if.
      *
      *************************************************************
      *a receipt keyed by the receiving store, found under the
      *sender's key.  Meeting its shipment it closes the transfer;
      *with no shipment on file it is taken on to wait for one.  The
      *goods are on the receiver's shelf either way, so the cost is
      *posted either way.
       300-take-on-receipt.
           move tdl-other-store  to ws-led-search-from.
           move tdl-transfer-num to ws-led-search-transfer.
           perform 80-find-or-add-transfer.
           if ws-led-found = 0
               move tdl-store-num to ws-led-tbl-to(ws-led-match-idx)
               move tdl-sku       to ws-led-tbl-sku(ws-led-match-idx)
               move "U" to ws-led-tbl-status(ws-led-match-idx)
               perform 310-record-receipt
               move ws-txt-rcv-no-ship to ws-leg-outcome
           else
               if ws-led-tbl-rcv-run(ws-led-match-idx) = ws-today-num
                   move ws-txt-rerun to ws-leg-outcome
                   perform 320-credit-receipt
               else
                   if ws-led-tbl-rcv-run(ws-led-match-idx) > 0
                       move ws-exc-dup-receipt to ws-leg-outcome
                       move "y" to ws-leg-rejected
                   else
                       perform 330-receive-against-shipment
                   end-if
               end-if
           end-if.
      *
       310-record-receipt.
           move tdl-trans-date to
                             ws-led-tbl-rcv-date(ws-led-match-idx).
           move tdl-quantity   to
                             ws-led-tbl-rcv-qty(ws-led-match-idx).
           move tdl-cost       to
                             ws-led-tbl-rcv-cost(ws-led-match-idx).
           move ws-today-num   to
                             ws-led-tbl-rcv-run(ws-led-match-idx).
           add 1 to ws-total-receipts.
           perform 320-credit-receipt.
      *
      *adds the receipt the ledger entry holds to the receiving
      *store's cost received in
       320-credit-receipt.
           move ws-led-tbl-to(ws-led-match-idx) to ws-smy-sub.
           if ws-smy-sub > 0
               add ws-led-tbl-rcv-cost(ws-led-match-idx) to
                                 ws-smy-received(ws-smy-sub)
           end-if.
           add ws-led-tbl-rcv-cost(ws-led-match-idx) to
                                 ws-total-received-cost.
      *
      *the receipt must come in at the store the shipment was sent
      *to, for the SKU that was shipped
       330-receive-against-shipment.
           if ws-led-tbl-to(ws-led-match-idx) not = tdl-store-num
               move ws-exc-wrong-store to ws-leg-outcome
               move "y" to ws-leg-rejected
           else
               if ws-led-tbl-sku(ws-led-match-idx) not = tdl-sku
                   move ws-exc-sku-differs to ws-leg-outcome
                   move "y" to ws-leg-rejected
               else
                   move "R" to ws-led-tbl-status(ws-led-match-idx)
                   perform 310-record-receipt
                   move ws-txt-rcv-matched to ws-leg-outcome
               end-if
           end-if.
      *
      *************************************************************
      *lists every transfer closed today - either leg taken on by
      *this day's runs - with any difference between what was
      *shipped and what arrived
       400-print-matched.
           write output-line
             from ws-matched-title
             after advancing 2 lines.
           write output-line
             from ws-matched-heading
             after advancing 1 line.
           perform 410-print-one-matched
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count.
           if ws-total-matched = 0
               write output-line from ws-none-found-line
           end-if.
      *
       410-print-one-matched.
           if ws-led-tbl-received(ws-led-idx) and
             (ws-led-tbl-ship-run(ws-led-idx) = ws-today-num or
              ws-led-tbl-rcv-run(ws-led-idx) = ws-today-num)
               add 1 to ws-total-matched
               move spaces to ws-mtd-note
               if ws-led-tbl-rcv-qty(ws-led-idx) <
                 ws-led-tbl-ship-qty(ws-led-idx)
                   move "QTY SHORT"    to ws-mtd-note
               else
                   if ws-led-tbl-rcv-qty(ws-led-idx) >
                     ws-led-tbl-ship-qty(ws-led-idx)
                       move "QTY OVER"     to ws-mtd-note
                   else
                       if ws-led-tbl-rcv-cost(ws-led-idx) not =
                         ws-led-tbl-ship-cost(ws-led-idx)
                           move "COST DIFFERS" to ws-mtd-note
                       end-if
                   end-if
               end-if
               if ws-mtd-note not = spaces
                   add 1 to ws-total-discrepancies
               end-if
               move ws-led-tbl-from(ws-led-idx)      to ws-mtd-from
               move ws-led-tbl-to(ws-led-idx)        to ws-mtd-to
               move ws-led-tbl-transfer(ws-led-idx)  to ws-mtd-transfer
               move ws-led-tbl-sku(ws-led-idx)       to ws-mtd-sku
               move ws-led-tbl-ship-qty(ws-led-idx)  to ws-mtd-ship-qty
               move ws-led-tbl-rcv-qty(ws-led-idx)   to ws-mtd-rcv-qty
               move ws-led-tbl-ship-cost(ws-led-idx) to
                                 ws-mtd-ship-cost
               move ws-led-tbl-rcv-cost(ws-led-idx)  to
                                 ws-mtd-rcv-cost
               write output-line from ws-matched-detail
           end-if.
      *
      *************************************************************
      *lists every transfer shipped but not yet received, with its
      *days in transit; one out longer than the allowed days is
      *overdue
       500-print-in-transit.
           move "Transfers Shipped But Not Yet Received:" to
                                 ws-trt-disp-title.
           write output-line
             from ws-transit-title
             after advancing 2 lines.
           move "Shipped" to ws-trh-date-label.
           write output-line
             from ws-transit-heading
             after advancing 1 line.
           perform 510-print-one-in-transit
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count.
           if ws-total-in-transit = 0
               write output-line from ws-none-found-line
           end-if.
      *
       510-print-one-in-transit.
           if ws-led-tbl-in-transit(ws-led-idx)
               add 1 to ws-total-in-transit
               add ws-led-tbl-ship-cost(ws-led-idx) to
                                 ws-total-transit-cost
               move ws-led-tbl-ship-date(ws-led-idx) to
                                 ws-leg-date-num
               perform 590-days-since-leg
               move spaces to ws-trd-flag
               if ws-aging-days > const-transit-days
                   move "OVERDUE" to ws-trd-flag
                   add 1 to ws-total-overdue
               end-if
               move ws-led-tbl-from(ws-led-idx)      to ws-trd-from
               move ws-led-tbl-to(ws-led-idx)        to ws-trd-to
               move ws-led-tbl-transfer(ws-led-idx)  to ws-trd-transfer
               move ws-led-tbl-sku(ws-led-idx)       to ws-trd-sku
               move ws-led-tbl-ship-qty(ws-led-idx)  to ws-trd-qty
               move ws-led-tbl-ship-cost(ws-led-idx) to ws-trd-cost
               move ws-led-tbl-ship-date(ws-led-idx) to ws-trd-date
               move ws-aging-days                    to ws-trd-days
               write output-line from ws-transit-detail
           end-if.
      *
      *************************************************************
      *lists every receipt still waiting on a shipment from the
      *store it names as the sender
       550-print-unshipped.
           move "Receipts With No Shipment On File:" to
                                 ws-trt-disp-title.
           write output-line
             from ws-transit-title
             after advancing 2 lines.
           move "Received" to ws-trh-date-label.
           write output-line
             from ws-transit-heading
             after advancing 1 line.
           perform 560-print-one-unshipped
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count.
           if ws-total-unshipped = 0
               write output-line from ws-none-found-line
           end-if.
      *
       560-print-one-unshipped.
           if ws-led-tbl-unshipped(ws-led-idx)
               add 1 to ws-total-unshipped
               move ws-led-tbl-rcv-date(ws-led-idx) to
                                 ws-leg-date-num
               perform 590-days-since-leg
               move spaces to ws-trd-flag
               move ws-led-tbl-from(ws-led-idx)      to ws-trd-from
               move ws-led-tbl-to(ws-led-idx)        to ws-trd-to
               move ws-led-tbl-transfer(ws-led-idx)  to ws-trd-transfer
               move ws-led-tbl-sku(ws-led-idx)       to ws-trd-sku
               move ws-led-tbl-rcv-qty(ws-led-idx)   to ws-trd-qty
               move ws-led-tbl-rcv-cost(ws-led-idx)  to ws-trd-cost
               move ws-led-tbl-rcv-date(ws-led-idx)  to ws-trd-date
               move ws-aging-days                    to ws-trd-days
               write output-line from ws-transit-detail
           end-if.
      *
      *ages the leg date in ws-leg-date-work against today with the
      *usual 30-day month / 360-day year approximation
       590-days-since-leg.
           subtract ws-lgw-year  from ws-sys-year
             giving ws-aging-year-part.
           subtract ws-lgw-month from ws-sys-month
             giving ws-aging-month-part.
           subtract ws-lgw-day   from ws-sys-day
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
      *lists each store's transfer cost shipped out and received in
      *today, the figures GL_Posting will post
       600-print-store-totals.
           write output-line
             from ws-store-title
             after advancing 2 lines.
           write output-line
             from ws-store-heading
             after advancing 1 line.
           if ws-total-shipped-cost = 0 and
             ws-total-received-cost = 0
               write output-line from ws-none-found-line
           else
               perform 610-print-one-store
                 varying ws-smy-sub from 1 by 1
                 until ws-smy-sub > 98
               move 99 to ws-smy-sub
               perform 610-print-one-store
           end-if.
      *
       610-print-one-store.
           if ws-smy-shipped(ws-smy-sub) > 0 or
             ws-smy-received(ws-smy-sub) > 0
               move ws-smy-sub to ws-std-store
               move spaces     to ws-std-store-name
               perform 615-find-store-name
                 varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
               move ws-smy-shipped(ws-smy-sub)  to ws-std-shipped
               move ws-smy-received(ws-smy-sub) to ws-std-received
               write output-line from ws-store-detail
           end-if.
      *
       615-find-store-name.
           if ws-store-tbl-num(ws-store-idx) = ws-smy-sub
               move ws-store-tbl-name(ws-store-idx) to
                                 ws-std-store-name
           end-if.
      *
      *************************************************************
      *writes the ledger back out with the day's legs.  A rehearsal
      *reads the real ledger but leaves it alone, writing its copy
      *to the trial area.
       700-write-ledger.
           if ws-trial-running
               move "../../../../trial/Transfer-Ledger.dat"
                                       to ws-ledger-file-name
           end-if.
           open output ledger-file.
           perform 705-write-one-transfer
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count.
           close ledger-file.
      *
       705-write-one-transfer.
           move spaces to ledger-line.
           move ws-led-tbl-from(ws-led-idx)      to trl-from-store.
           move ws-led-tbl-transfer(ws-led-idx)  to trl-transfer-num.
           move ws-led-tbl-to(ws-led-idx)        to trl-to-store.
           move ws-led-tbl-sku(ws-led-idx)       to trl-sku.
           move ws-led-tbl-ship-date(ws-led-idx) to trl-ship-date.
           move ws-led-tbl-ship-qty(ws-led-idx)  to trl-ship-qty.
           move ws-led-tbl-ship-cost(ws-led-idx) to trl-ship-cost.
           move ws-led-tbl-rcv-date(ws-led-idx)  to trl-rcv-date.
           move ws-led-tbl-rcv-qty(ws-led-idx)   to trl-rcv-qty.
           move ws-led-tbl-rcv-cost(ws-led-idx)  to trl-rcv-cost.
           move ws-led-tbl-status(ws-led-idx)    to trl-status.
           move ws-led-tbl-ship-run(ws-led-idx)  to trl-ship-run-date.
           move ws-led-tbl-rcv-run(ws-led-idx)   to trl-rcv-run-date.
           write ledger-line.
      *
      *************************************************************
      *hands GL_Posting one line per store that shipped or received
      *today.  Always written, so a quiet day never leaves
      *yesterday's figures to be posted again.
       720-write-totals.
           open output totals-file.
      *    the store subscript tops out at 99, so the last store is
      *    taken on its own rather than stepping the subscript past it
           perform 725-write-store-totals
             varying ws-smy-sub from 1 by 1
             until ws-smy-sub > 98.
           move 99 to ws-smy-sub.
           perform 725-write-store-totals.
           close totals-file.
      *
       725-write-store-totals.
           if ws-smy-shipped(ws-smy-sub) > 0 or
             ws-smy-received(ws-smy-sub) > 0
               move ws-smy-sub                  to tft-store-num
               move ws-smy-shipped(ws-smy-sub)  to tft-shipped-cost
               move ws-smy-received(ws-smy-sub) to tft-received-cost
               write totals-line
           end-if.
      *
      *************************************************************
      *prints page heading
       150-print-page-headings.
           move ws-sys-year  to ws-title-year.
           move ws-sys-month to ws-title-month.
           move ws-sys-day   to ws-title-day.
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
       750-print-summary.
           write output-line
             from ws-summary-title
             after advancing 2 lines.
           move "Transfer Legs Read      :" to ws-sum-count-label.
           move ws-total-legs to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Shipments Taken On      :" to ws-sum-count-label.
           move ws-total-shipments to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Receipts Taken On       :" to ws-sum-count-label.
           move ws-total-receipts to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Legs Rejected           :" to ws-sum-count-label.
           move ws-total-rejected to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Transfers Closed Today  :" to ws-sum-count-label.
           move ws-total-matched to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Closed With Differences :" to ws-sum-count-label.
           move ws-total-discrepancies to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Still In Transit        :" to ws-sum-count-label.
           move ws-total-in-transit to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "In Transit Cost         :" to ws-sum-amount-label.
           move ws-total-transit-cost to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Overdue In Transit      :" to ws-sum-count-label.
           move ws-total-overdue to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Receipts With No Shipment:" to ws-sum-count-label.
           move ws-total-unshipped to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Cost Shipped Out Today  :" to ws-sum-amount-label.
           move ws-total-shipped-cost to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Cost Received In Today  :" to ws-sum-amount-label.
           move ws-total-received-cost to ws-sum-amount.
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
           move "Transfer_Manager"     to adt-program-name.
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
               if ws-total-rejected > 0
                   move "TRANSFER LEGS REJECTED" to adt-status-text
               else
                   if ws-total-discrepancies > 0 or
                     ws-total-unshipped > 0
                       move "TRANSFER DISCREPANCIES" to
                                               adt-status-text
                   else
                       if ws-total-overdue > 0
                           move "TRANSFERS OVERDUE" to
                                               adt-status-text
                       else
                           move "COMPLETED"        to
                                               adt-status-text
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
           display "Transfer_Manager: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Transfer_Manager: RUN STOPPED - RAISE THE "
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
       end program Transfer_Manager.
