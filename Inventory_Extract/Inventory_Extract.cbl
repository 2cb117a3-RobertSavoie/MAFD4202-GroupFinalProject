      *            were returned without ever appearing in a sale
      *            this day are listed as exceptions - those are
      *            either old stock coming back or a fraudulent
      *            receipt.  The same movement is also kept by store:
      *            Store-On-Hand.dat carries every store's running
      *            unit balance per SKU, moved by the day's sales,
      *            returns and voids and by the warehouse's
      *            Stock-Receipts.dat (a receipt adds, a physical
      *            count sets the balance outright).  The store/SKU
      *            reorder points on Reorder-Levels.dat drive the
      *            replenishment suggestions on Replenishment.out,
      *            which also lists every negative balance for the
      *            store to investigate.  Inter-store transfers on
      *            Transfer-Data.dat move stock between stores: a
      *            shipment takes its units off the sending store, a
      *            receipt puts them on the receiving store, and the
      *            movement file carries each SKU's transfer units
      *            out and in alongside its sales.  The receipts and
      *            counts are taken off Stock-Receipts.dat once they
      *            are on the balances, so a rerun cannot post them
      *            twice; a rejected line is listed for the
      *            warehouse to send again.  On a trial run (the
      *            driver's trial flag) the day's files are read from
      *            the trial area and everything is written there,
      *            the balances included, and the receipts are left
      *            on file.  Run on its own after the daily chain;
      *            it holds the shared run lock (Run-Lock.dat) while
      *            it runs, and will not start while another program
      *            holds it.

       program-id. Inventory_Extract.
      *
       input-output section.
       file-control.
      *
      *named through working storage so a trial run reads the trial
      *area's copy
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
      *Voided same-day sales - the unit never really left, so the
      *movement nets them back
       select void-data-file
           assign to ws-void-file-name
           organization is line sequential
           file status is ws-void-status.
      *
      *Inter-store transfer legs - a shipment keyed by the sending
      *store, a receipt keyed by the receiving store
       select transfer-data-file
           assign to ws-transfer-file-name
           organization is line sequential
           file status is ws-transfer-status.
      *
       select sku-master-file
           assign to "../../../../data/SKU-Master.dat"
           organization is line sequential.
      *
      *Every store's unit balance per SKU, read at the start of the
      *run and rewritten with the day's movement at the end
       select on-hand-file
           assign to ws-on-hand-file-name
           organization is line sequential
           file status is ws-on-hand-status.
      *
      *The warehouse's deliveries and the stores' physical counts
       select stock-receipts-file
           assign to "../../../../data/Stock-Receipts.dat"
           organization is line sequential
           file status is ws-receipts-status.
      *
      *Reorder point and quantity per store and SKU, kept by
      *Master_Maintenance
       select reorder-levels-file
           assign to "../../../../data/Reorder-Levels.dat"
           organization is line sequential
           file status is ws-reorder-status.
      *
      *Replenishment suggestions and the store stock exceptions
       select replenish-report-file
           assign to ws-replenish-file-name
           organization is line sequential.
      *
      *The movement file the inventory system imports
       select movement-file
           assign to ws-movement-file-name
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
       data division.
       file section.
      *
      *sales & layaway line, same 80-byte layout the chain carries
       fd s-l-data-file
           data record is s-l-data-line
           record contains 80 characters.
      *
       01 s-l-data-line.
           05 sld-trans-code           pic x.
           05 sld-rec-type             pic x.
               88 sld-header-rec       value 'H'.
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
           05 rdl-rec-type             pic x.
               88 rdl-header-rec       value 'H'.
           05 rdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd sku-master-file
           data record is sku-master-line
           record contains 57 characters.
      *
       01 sku-master-line.
           05 skm-sku-code             pic x(15).
           05 skm-description          pic x(20).
           05 skm-unit-price           pic 9(5)v99.
           05 skm-dept-code            pic x(4).
      *    the consignment vendor and the vendor's share of the
      *    selling price; no vendor means stock we own
           05 skm-vendor-num           pic x(6).
           05 skm-consign-pct          pic 9(3)v99.
      *
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
      *one record of an archived sales file, the chain's usual shape
       fd history-file
           data record is history-line
           record contains 80 characters.
      *
       01 history-line.
           05 hst-trans-code           pic x.
           05 hst-rec-type             pic x.
               88 hst-header-rec       value 'H'.
           05 hst-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 hst-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdl-trans-code           pic x.
           05 vdl-rec-type             pic x.
               88 vdl-header-rec       value 'H'.
           05 vdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *one leg of an inter-store transfer; the payment type carries
      *the direction and the salesperson bytes the other store
       fd transfer-data-file
           data record is transfer-data-line
           record contains 80 characters.
      *
       01 transfer-data-line.
           05 tdl-trans-code           pic x.
           05 tdl-trans-amt            pic 9(7)v99.
           05 tdl-direction            pic xx.
               88 tdl-shipped          value 'SH'.
               88 tdl-received         value 'RC'.
           05 tdl-store-num            pic 99.
           05 tdl-transfer-num         pic x(9).
           05 tdl-sku                  pic x(15).
           05 tdl-trans-date           pic x(8).
           05 tdl-rec-type             pic x.
           05 tdl-quantity             pic 9(3).
           05 tdl-other-store          pic 99.
           05 filler                   pic x(28).
      *
      *one store's running unit balance for one SKU
       fd on-hand-file
           data record is on-hand-line
           record contains 40 characters.
      *
       01 on-hand-line.
           05 soh-store-num            pic 99.
           05 soh-sku-code             pic x(15).
           05 soh-on-hand              pic s9(7)
                                       sign leading separate.
           05 soh-last-move-date       pic 9(8).
           05 filler                   pic x(7).
      *
      *one delivery into a store ('R'), or a physical count that
      *replaces the store's balance ('C')
       fd stock-receipts-file
           data record is stock-receipt-line
           record contains 41 characters.
      *
       01 stock-receipt-line.
           05 srx-rec-type             pic x.
               88 srx-receipt          value 'R'.
               88 srx-count            value 'C'.
           05 srx-store-num            pic 99.
           05 srx-sku-code             pic x(15).
           05 srx-quantity             pic 9(5).
           05 srx-receipt-date         pic 9(8).
           05 srx-reference            pic x(10).
      *
      *one store/SKU reorder point and the quantity to reorder
       fd reorder-levels-file
           data record is reorder-level-line
           record contains 27 characters.
      *
       01 reorder-level-line.
           05 rol-store-num            pic 99.
           05 rol-sku-code             pic x(15).
           05 rol-reorder-point        pic 9(5).
           05 rol-reorder-qty          pic 9(5).
      *
       fd replenish-report-file
           data record is replenish-line
           record contains 100 characters.
      *
       01 replenish-line               pic x(100).
      *
      *one SKU's net unit movement for the day.  Transfers between
      *stores are carried on the end; across the chain they net to
      *nothing once both legs are in, and what is left is in transit
       fd movement-file
           data record is movement-line
           record contains 58 characters.
      *
       01 movement-line.
           05 imv-sku-code             pic x(15).
           05 imv-units-void           pic 9(7).
           05 imv-net-units            pic s9(7)
                                       sign leading separate.
           05 imv-xfer-out             pic 9(7).
           05 imv-xfer-in              pic 9(7).
      *
       fd report-file
           data record is output-line
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
           05 filler                   pic x(8)    value "Units In".
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(5)    value "Voids".
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(8)    value "Xfer Out".
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(7)    value "Xfer In".
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(3)    value "Net".
           05 filler                   pic x(8)    value spaces.
           05 filler                   pic x(9)    value "On Master".
           05 filler                   pic x(6)    value spaces.
      *
       01 ws-movement-detail.
           05 ws-mov-sku               pic x(15).
           05 ws-mov-in                pic zzzzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-mov-void              pic zzzzzz9.
           05 filler                   pic x(4)    value spaces.
           05 ws-mov-xfer-out          pic zzzzzz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-mov-xfer-in           pic zzzzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-mov-net               pic -zzzzzz9.
           05 filler                   pic x(8)    value spaces.
           05 ws-mov-on-master         pic x(3).
           05 filler                   pic x(11)   value spaces.
      *
       01 ws-exception-title.
           05 filler                   pic x(52)   value
                                       "Exception SKUs     : ".
           05 ws-total-exc-disp        pic zzz9.
           05 filler                   pic x(41)   value spaces.
      *
       01 ws-transfer-totals.
           05 filler                   pic x(21)   value
                                       "Transfer Legs Read : ".
           05 ws-total-xfer-disp       pic zzz9.
           05 filler                   pic x(75)   value spaces.
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
      *balances are always read from the data area; a rehearsal
      *writes its updated copy to the trial area instead.
       77 ws-sl-file-name              pic x(60)   value
                                     "../../../../data/S-L-Data.dat".
       77 ws-return-file-name          pic x(60)   value
                                  "../../../../data/Return-Data.dat".
       77 ws-void-file-name            pic x(60)   value
                                    "../../../../data/Void-Data.dat".
       77 ws-transfer-file-name        pic x(60)   value
                                "../../../../data/Transfer-Data.dat".
       77 ws-on-hand-file-name         pic x(60)   value
                                "../../../../data/Store-On-Hand.dat".
       77 ws-movement-file-name        pic x(60)   value
                           "../../../../data/Inventory-Movement.dat".
       77 ws-replenish-file-name       pic x(60)   value
                              "../../../../output/Replenishment.out".
       77 ws-report-file-name          pic x(60)   value
                          "../../../../output/Inventory-Extract.out".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-sl-status             pic xx      value "00".
           05 ws-return-status         pic xx      value "00".
           05 ws-void-status           pic xx      value "00".
           05 ws-transfer-status       pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-on-hand-status        pic xx      value "00".
           05 ws-receipts-status       pic xx      value "00".
           05 ws-reorder-status        pic xx      value "00".
      *
      *tracks the archived file being scanned for sold history
       01 ws-history-control.
               10 ws-mov-tbl-out          pic 9(7)    value 0.
               10 ws-mov-tbl-in           pic 9(7)    value 0.
               10 ws-mov-tbl-void         pic 9(7)    value 0.
               10 ws-mov-tbl-xfer-out     pic 9(7)    value 0.
               10 ws-mov-tbl-xfer-in      pic 9(7)    value 0.
               10 ws-mov-tbl-sold         pic x       value "n".
               10 ws-mov-tbl-on-master    pic x       value "n".
      *
           05 ws-units-work            pic 9(3)    value 1.
           05 ws-mov-net-work          pic s9(7)   value 0.
           05 ws-total-exceptions      pic 9(4)    value 0.
           05 ws-total-xfer-legs       pic 9(4)    value 0.
      *
       77 ws-mov-max                   pic 9(5)    value 20000.
      *
               10 ws-dmv-tbl-out          pic 9(7)    value 0.
               10 ws-dmv-tbl-in           pic 9(7)    value 0.
               10 ws-dmv-tbl-void         pic 9(7)    value 0.
               10 ws-dmv-tbl-xfer-out     pic 9(7)    value 0.
               10 ws-dmv-tbl-xfer-in      pic 9(7)    value 0.
      *
       01 ws-dept-movement-control.
           05 ws-dmv-count             pic 9(3)    value 0.
           05 filler                   pic x(8)    value "Units In".
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(5)    value "Voids".
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(8)    value "Xfer Out".
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(7)    value "Xfer In".
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(3)    value "Net".
           05 filler                   pic x(26)   value spaces.
      *
       01 ws-dept-section-detail.
           05 ws-dmv-disp-dept         pic x(4).
           05 ws-dmv-disp-in           pic zzzzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-dmv-disp-void         pic zzzzzz9.
           05 filler                   pic x(9)    value spaces.
           05 ws-dmv-disp-xfer-out     pic zzzzzz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-dmv-disp-xfer-in      pic zzzzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-dmv-disp-net          pic -zzzzzz9.
           05 filler                   pic x(25)   value spaces.
      *
      *every store's balance per SKU, kept in store/SKU order by
      *inserting each new pair in place so every movement can bisect
       01 ws-on-hand-table.
           05 ws-oh-entry              occurs 100001 times
                                       indexed by ws-oh-idx.
               10 ws-oh-tbl-key.
                   15 ws-oh-tbl-store     pic 99.
                   15 ws-oh-tbl-sku       pic x(15).
               10 ws-oh-tbl-on-hand       pic s9(7).
               10 ws-oh-tbl-last-move     pic 9(8).
               10 ws-oh-tbl-day-net       pic s9(7).
               10 ws-oh-tbl-reorder-point pic 9(5).
               10 ws-oh-tbl-reorder-qty   pic 9(5).
      *
       01 ws-on-hand-control.
           05 ws-oh-count              pic 9(6)    value 0.
           05 ws-oh-found              pic 9       value 0.
           05 ws-oh-match-idx          pic 9(6)    value 0.
           05 ws-oh-eof-flag           pic x       value "n".
           05 ws-oh-search-key.
               10 ws-oh-search-store      pic 99.
               10 ws-oh-search-sku        pic x(15).
      *    the units the record in hand moves, signed: out negative,
      *    back in positive
           05 ws-oh-move-units         pic s9(7)   value 0.
           05 ws-oh-suggest-qty        pic s9(7)   value 0.
           05 ws-receipts-eof-flag     pic x       value "n".
           05 ws-reorder-eof-flag      pic x       value "n".
           05 ws-total-receipts        pic 9(5)    value 0.
           05 ws-total-counts          pic 9(5)    value 0.
           05 ws-total-rcv-rejects     pic 9(5)    value 0.
           05 ws-total-reorders        pic 9(5)    value 0.
           05 ws-total-negatives       pic 9(5)    value 0.
           05 ws-today-num             pic 9(8)    value 0.
      *
       77 ws-oh-max                    pic 9(6)    value 100000.
      *
       01 ws-replenish-title.
           05 filler                   pic x(35)   value spaces.
           05 filler                   pic x(30)   value
                                       "Store Replenishment Report".
           05 filler                   pic x(35)   value spaces.
      *
       01 ws-replenish-section-title.
           05 ws-rps-disp-title        pic x(60).
           05 filler                   pic x(40)   value spaces.
      *
       01 ws-replenish-header.
           05 filler                   pic x(7)    value "Store".
           05 filler                   pic x(17)   value "SKU".
           05 filler                   pic x(6)    value "Dept".
           05 filler                   pic x(11)   value "    On Hand".
           05 filler                   pic x(12)   value
                                       "  Reorder Pt".
           05 filler                   pic x(13)   value
                                       "  Reorder Qty".
           05 filler                   pic x(11)   value
                                       "  Suggested".
           05 filler                   pic x(23)   value spaces.
      *
       01 ws-replenish-detail.
           05 filler                   pic x       value space.
           05 ws-rpd-store             pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-rpd-sku               pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 ws-rpd-dept              pic x(4).
           05 filler                   pic x(2)    value spaces.
           05 ws-rpd-on-hand           pic -zzzzzz9.
           05 filler                   pic x(4)    value spaces.
           05 ws-rpd-point             pic zzzzzz9.
           05 filler                   pic x(6)    value spaces.
           05 ws-rpd-qty               pic zzzzzz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-rpd-suggest           pic zzzzzzz9.
           05 filler                   pic x(27)   value spaces.
      *
       01 ws-negative-detail.
           05 filler                   pic x       value space.
           05 ws-ngd-store             pic 99.
           05 filler                   pic x(4)    value spaces.
           05 ws-ngd-sku               pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 ws-ngd-dept              pic x(4).
           05 filler                   pic x(2)    value spaces.
           05 ws-ngd-on-hand           pic -zzzzzz9.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(16)   value
                                       "Today's Movement".
           05 filler                   pic x(2)    value spaces.
           05 ws-ngd-day-net           pic -zzzzzz9.
           05 filler                   pic x(32)   value spaces.
      *
       01 ws-receipt-reject-detail.
           05 filler                   pic x       value space.
           05 ws-rrd-type              pic x.
           05 filler                   pic x(2)    value spaces.
           05 ws-rrd-store             pic xx.
           05 filler                   pic x(2)    value spaces.
           05 ws-rrd-sku               pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 ws-rrd-reference         pic x(10).
           05 filler                   pic x(2)    value spaces.
           05 ws-rrd-reason            pic x(40).
           05 filler                   pic x(23)   value spaces.
      *
       01 ws-replenish-none-line.
           05 filler                   pic x(4)    value spaces.
           05 ws-rpn-disp-text         pic x(40).
           05 filler                   pic x(56)   value spaces.
      *
       01 ws-replenish-totals.
           05 ws-rpt-disp-label        pic x(30).
           05 ws-rpt-disp-count        pic zzzz9.
           05 filler                   pic x(65)   value spaces.
      *
      *which table blew its limit, for the hard-abort message
       01 ws-table-abort-control.
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
           perform 24-check-trial-mode.
           perform 25-open-files.
           perform 70-load-on-hand.
           perform 76-load-reorder-levels.
           perform 90-load-sales-history.
           perform 100-accumulate-sales-movement.
           perform 110-accumulate-return-movement.
           perform 112-accumulate-void-movement.
           perform 114-accumulate-transfer-movement.
           perform 150-print-page-headings.
           perform 200-write-movement-file.
           perform 290-print-dept-section.
           perform 300-print-exceptions.
           perform 700-print-totals.
      *    the warehouse's receipts go on after the day's movement so
      *    a physical count taken tonight is the balance that stands
           perform 140-apply-stock-receipts.
           perform 400-write-on-hand-file.
           perform 420-clear-stock-receipts.
           perform 500-print-replenishment.
      *
      *    tell a calling operator how the extract came out
           if ws-total-exceptions > 0 or ws-total-negatives > 0 or
             ws-total-rcv-rejects > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
      *
           perform 15-release-run-lock.
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
               move "../../../../trial/Transfer-Data.dat"
                                       to ws-transfer-file-name
               move "../../../../trial/Inventory-Movement.dat"
                                       to ws-movement-file-name
               move "../../../../trial/Replenishment.out"
                                       to ws-replenish-file-name
               move "../../../../trial/Inventory-Extract.out"
                                       to ws-report-file-name
           end-if.
      *
      *************************************************************
      *open files
       25-open-files.
           open output report-file.
           open output movement-file.
           open output replenish-report-file.
           accept ws-today-num from date YYYYMMDD.
           perform 60-load-sku-master.
      *
      *************************************************************
           end-if.
      *
      *************************************************************
      *loads every store's balances; the very first run starts from
      *an empty file and builds it from the day's movement
       70-load-on-hand.
           open input on-hand-file.
           if ws-on-hand-status = "00"
               perform 71-read-on-hand
                 until ws-oh-eof-flag = "y"
               close on-hand-file
           end-if.
      *
       71-read-on-hand.
           read on-hand-file
               at end
                   move "y" to ws-oh-eof-flag
           end-read.
           if ws-oh-eof-flag not = "y" and soh-store-num is numeric
               move soh-store-num to ws-oh-search-store
               move soh-sku-code  to ws-oh-search-sku
               perform 80-find-or-add-on-hand
               if soh-on-hand is numeric
                   move soh-on-hand to
                                 ws-oh-tbl-on-hand(ws-oh-match-idx)
               end-if
               if soh-last-move-date is numeric
                   move soh-last-move-date to
                                 ws-oh-tbl-last-move(ws-oh-match-idx)
               end-if
           end-if.
      *
      *hangs each store/SKU reorder point on its balance, adding a
      *zero balance for a pair that has never moved
       76-load-reorder-levels.
           open input reorder-levels-file.
           if ws-reorder-status = "00"
               perform 77-read-reorder-level
                 until ws-reorder-eof-flag = "y"
               close reorder-levels-file
           end-if.
      *
       77-read-reorder-level.
           read reorder-levels-file
               at end
                   move "y" to ws-reorder-eof-flag
           end-read.
           if ws-reorder-eof-flag not = "y" and
             rol-store-num is numeric and
             rol-reorder-point is numeric and
             rol-reorder-qty is numeric
               move rol-store-num to ws-oh-search-store
               move rol-sku-code  to ws-oh-search-sku
               perform 80-find-or-add-on-hand
               move rol-reorder-point to
                           ws-oh-tbl-reorder-point(ws-oh-match-idx)
               move rol-reorder-qty   to
                           ws-oh-tbl-reorder-qty(ws-oh-match-idx)
           end-if.
      *
      *************************************************************
      *finds the balance for ws-oh-search-key, dropping a zero
      *balance into its key-ordered place the first time a store
      *and SKU are seen together
       80-find-or-add-on-hand.
           perform 85-search-on-hand.
           if ws-oh-found = 0
               perform 81-insert-on-hand-entry
           end-if.
      *
       81-insert-on-hand-entry.
           if ws-oh-count >= ws-oh-max
               move "STORE ON-HAND TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-oh-count to ws-bs-shift-idx.
           perform 82-shift-on-hand-entry
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ws-oh-search-key to ws-oh-tbl-key(ws-bs-insert-at).
           move 0 to ws-oh-tbl-on-hand(ws-bs-insert-at).
           move 0 to ws-oh-tbl-last-move(ws-bs-insert-at).
           move 0 to ws-oh-tbl-day-net(ws-bs-insert-at).
           move 0 to ws-oh-tbl-reorder-point(ws-bs-insert-at).
           move 0 to ws-oh-tbl-reorder-qty(ws-bs-insert-at).
           move ws-bs-insert-at to ws-oh-match-idx.
           add 1 to ws-oh-count.
           move 1 to ws-oh-found.
      *
       82-shift-on-hand-entry.
           move ws-oh-entry(ws-bs-shift-idx) to
             ws-oh-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *bisects the key-ordered balance table for ws-oh-search-key,
      *leaving the slot a new pair belongs in when it isn't found
       85-search-on-hand.
           move 0 to ws-oh-found.
           move 1 to ws-bs-lo.
           move ws-oh-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 86-search-on-hand-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       86-search-on-hand-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-oh-tbl-key(ws-bs-mid) = ws-oh-search-key
                   move 1         to ws-oh-found
                   move ws-bs-mid to ws-oh-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-oh-tbl-key(ws-bs-mid) < ws-oh-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
      *moves the balance for ws-oh-search-key by ws-oh-move-units
       88-move-store-stock.
           perform 80-find-or-add-on-hand.
           add ws-oh-move-units to ws-oh-tbl-on-hand(ws-oh-match-idx).
           add ws-oh-move-units to ws-oh-tbl-day-net(ws-oh-match-idx).
           move ws-today-num to ws-oh-tbl-last-move(ws-oh-match-idx).
      *
      *************************************************************
      *walks the archive catalog and marks every SKU that sold on
      *any archived day, so the returned-without-sale check covers
      *the whole history, not just today.  History entries carry no
                   add ws-units-work to ws-mov-tbl-out(ws-mov-match-idx)
                   move "y" to ws-mov-tbl-sold(ws-mov-match-idx)
               end-if
               if sld-store-num is numeric
                   move sld-store-num to ws-oh-search-store
                   move sld-sku       to ws-oh-search-sku
                   compute ws-oh-move-units = 0 - ws-units-work
                   perform 88-move-store-stock
               end-if
           end-if.
      *
      *************************************************************
               if ws-mov-found = 1
                   add ws-units-work to ws-mov-tbl-in(ws-mov-match-idx)
               end-if
               if rdl-store-num is numeric
                   move rdl-store-num to ws-oh-search-store
                   move rdl-sku       to ws-oh-search-sku
                   move ws-units-work to ws-oh-move-units
                   perform 88-move-store-stock
               end-if
           end-if.
      *
      *************************************************************
                   add ws-units-work to
                     ws-mov-tbl-void(ws-mov-match-idx)
               end-if
               if vdl-store-num is numeric
                   move vdl-store-num to ws-oh-search-store
                   move vdl-sku       to ws-oh-search-sku
                   move ws-units-work to ws-oh-move-units
                   perform 88-move-store-stock
               end-if
           end-if.
      *
      *************************************************************
      *every transfer leg moves its units at the store that keyed
      *it - out of the sender on a shipment, into the receiver on
      *a receipt.  The two legs may land on different days; until
      *the receipt arrives the units are in transit, on neither
      *store's balance.
       114-accumulate-transfer-movement.
           move "n" to eof-flag.
           open input transfer-data-file.
           if ws-transfer-status = "00"
               perform 117-read-transfer-record
                 until eof-flag = eof-y
               close transfer-data-file
           end-if.
      *
       117-read-transfer-record.
           read transfer-data-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y
             and (tdl-shipped or tdl-received) and tdl-sku not = spaces
               add 1 to ws-total-xfer-legs
               if tdl-quantity is numeric and tdl-quantity > 0
                   move tdl-quantity to ws-units-work
               else
                   move 1            to ws-units-work
               end-if
               move tdl-sku to ws-mov-search-sku
               perform 120-find-or-add-movement-sku
               if ws-mov-found = 1
                   if tdl-shipped
                       add ws-units-work to
                         ws-mov-tbl-xfer-out(ws-mov-match-idx)
                   else
                       add ws-units-work to
                         ws-mov-tbl-xfer-in(ws-mov-match-idx)
                   end-if
               end-if
               if tdl-store-num is numeric
                   move tdl-store-num to ws-oh-search-store
                   move tdl-sku       to ws-oh-search-sku
                   if tdl-shipped
                       compute ws-oh-move-units = 0 - ws-units-work
                   else
                       move ws-units-work to ws-oh-move-units
                   end-if
                   perform 88-move-store-stock
               end-if
           end-if.
      *
      *************************************************************
           move 0   to ws-mov-tbl-out(ws-mov-match-idx).
           move 0   to ws-mov-tbl-in(ws-mov-match-idx).
           move 0   to ws-mov-tbl-void(ws-mov-match-idx).
           move 0   to ws-mov-tbl-xfer-out(ws-mov-match-idx).
           move 0   to ws-mov-tbl-xfer-in(ws-mov-match-idx).
           move "n" to ws-mov-tbl-sold(ws-mov-match-idx).
           if ws-skm-found = 1
               move "y" to ws-mov-tbl-on-master(ws-mov-match-idx)
       210-write-one-movement.
           if ws-mov-tbl-out(ws-mov-idx) = 0 and
             ws-mov-tbl-in(ws-mov-idx) = 0 and
             ws-mov-tbl-void(ws-mov-idx) = 0 and
             ws-mov-tbl-xfer-out(ws-mov-idx) = 0 and
             ws-mov-tbl-xfer-in(ws-mov-idx) = 0
      *        a SKU known only from the sold history moved nothing
      *        today - nothing for the inventory system to import
               continue
             from ws-mov-tbl-in(ws-mov-idx)
             giving ws-mov-net-work.
           add ws-mov-tbl-void(ws-mov-idx) to ws-mov-net-work.
           add ws-mov-tbl-xfer-in(ws-mov-idx) to ws-mov-net-work.
           subtract ws-mov-tbl-xfer-out(ws-mov-idx)
             from ws-mov-net-work.
           move ws-mov-net-work             to imv-net-units.
           move ws-mov-tbl-xfer-out(ws-mov-idx) to imv-xfer-out.
           move ws-mov-tbl-xfer-in(ws-mov-idx)  to imv-xfer-in.
           write movement-line.
      *
           move ws-mov-tbl-sku(ws-mov-idx) to ws-mov-sku.
           move ws-mov-tbl-out(ws-mov-idx) to ws-mov-out.
           move ws-mov-tbl-in(ws-mov-idx)   to ws-mov-in.
           move ws-mov-tbl-void(ws-mov-idx) to ws-mov-void.
           move ws-mov-tbl-xfer-out(ws-mov-idx) to ws-mov-xfer-out.
           move ws-mov-tbl-xfer-in(ws-mov-idx)  to ws-mov-xfer-in.
           move ws-mov-net-work             to ws-mov-net.
           if ws-mov-tbl-on-master(ws-mov-idx) = "y"
               move "YES" to ws-mov-on-master
             ws-dmv-tbl-in(ws-dmv-match-idx).
           add ws-mov-tbl-void(ws-mov-idx) to
             ws-dmv-tbl-void(ws-dmv-match-idx).
           add ws-mov-tbl-xfer-out(ws-mov-idx) to
             ws-dmv-tbl-xfer-out(ws-dmv-match-idx).
           add ws-mov-tbl-xfer-in(ws-mov-idx) to
             ws-dmv-tbl-xfer-in(ws-dmv-match-idx).
      *
       219-scan-dept-movement.
           if ws-dmv-tbl-dept(ws-dmv-idx) = ws-dmv-work-dept
             from ws-dmv-tbl-in(ws-dmv-idx)
             giving ws-mov-net-work.
           add ws-dmv-tbl-void(ws-dmv-idx) to ws-mov-net-work.
           add ws-dmv-tbl-xfer-in(ws-dmv-idx) to ws-mov-net-work.
           subtract ws-dmv-tbl-xfer-out(ws-dmv-idx)
             from ws-mov-net-work.
           move ws-dmv-tbl-xfer-out(ws-dmv-idx) to
                                       ws-dmv-disp-xfer-out.
           move ws-dmv-tbl-xfer-in(ws-dmv-idx)  to
                                       ws-dmv-disp-xfer-in.
           move ws-mov-net-work to ws-dmv-disp-net.
           write output-line from ws-dept-section-detail.
      *
       310-check-one-exception.
           if ws-mov-tbl-out(ws-mov-idx) > 0 or
             ws-mov-tbl-in(ws-mov-idx) > 0 or
             ws-mov-tbl-void(ws-mov-idx) > 0 or
             ws-mov-tbl-xfer-out(ws-mov-idx) > 0 or
             ws-mov-tbl-xfer-in(ws-mov-idx) > 0
               if ws-mov-tbl-in(ws-mov-idx) > 0 and
                 ws-mov-tbl-sold(ws-mov-idx) = "n"
                   add 1 to ws-total-exceptions
           end-if.
      *
      *************************************************************
      *puts the warehouse's deliveries and the stores' physical
      *counts on the balances.  A line for a SKU the master has
      *never heard of, or with no usable store or quantity, is
      *listed and left off.
       140-apply-stock-receipts.
           write replenish-line
             from ws-heading-main-title
             after advancing 1 lines.
           write replenish-line
             from ws-heading-names
             before advancing 2 lines.
           write replenish-line
             from ws-replenish-title
             before advancing 2 lines.
           move "Stock Receipts And Counts Rejected:" to
                                                 ws-rps-disp-title.
           write replenish-line from ws-replenish-section-title.
           open input stock-receipts-file.
           if ws-receipts-status = "00"
               perform 145-read-stock-receipt
                 until ws-receipts-eof-flag = "y"
               close stock-receipts-file
           end-if.
           if ws-total-rcv-rejects = 0
               move "NONE" to ws-rpn-disp-text
               write replenish-line from ws-replenish-none-line
           end-if.
      *
       145-read-stock-receipt.
           read stock-receipts-file
               at end
                   move "y" to ws-receipts-eof-flag
           end-read.
           if ws-receipts-eof-flag not = "y"
               move spaces to ws-rrd-reason
               if not srx-receipt and not srx-count
                   move "RECORD TYPE IS NOT R OR C" to ws-rrd-reason
               else
                   if srx-store-num is not numeric or
                     srx-store-num = 0
                       move "STORE NUMBER IS NOT VALID" to
                                                 ws-rrd-reason
                   else
                       if srx-quantity is not numeric or
                         (srx-receipt and srx-quantity = 0)
                           move "QUANTITY IS NOT VALID" to
                                                 ws-rrd-reason
                       else
                           move srx-sku-code to ws-mov-search-sku
                           perform 65-search-sku-master
                           if ws-skm-found = 0
                               move "SKU IS NOT ON SKU-MASTER" to
                                                 ws-rrd-reason
                           end-if
                       end-if
                   end-if
               end-if
               if ws-rrd-reason = spaces
                   perform 146-post-stock-receipt
               else
                   perform 147-reject-stock-receipt
               end-if
           end-if.
      *
      *a receipt adds to the store's balance; a count replaces it
       146-post-stock-receipt.
           move srx-store-num to ws-oh-search-store.
           move srx-sku-code  to ws-oh-search-sku.
           if srx-receipt
               move srx-quantity to ws-oh-move-units
               add 1 to ws-total-receipts
           else
               perform 80-find-or-add-on-hand
               subtract ws-oh-tbl-on-hand(ws-oh-match-idx)
                 from srx-quantity
                 giving ws-oh-move-units
               add 1 to ws-total-counts
           end-if.
           perform 88-move-store-stock.
      *
       147-reject-stock-receipt.
           add 1 to ws-total-rcv-rejects.
           move srx-rec-type  to ws-rrd-type.
           move srx-store-num to ws-rrd-store.
           move srx-sku-code  to ws-rrd-sku.
           move srx-reference to ws-rrd-reference.
           write replenish-line from ws-receipt-reject-detail.
      *
      *************************************************************
      *rewrites every store's balance in store/SKU order.  A
      *rehearsal reads the real balances but leaves them alone,
      *writing its copy to the trial area.
       400-write-on-hand-file.
           if ws-trial-running
               move "../../../../trial/Store-On-Hand.dat"
                                       to ws-on-hand-file-name
           end-if.
           open output on-hand-file.
           perform 410-write-one-on-hand
             varying ws-oh-idx from 1 by 1
             until ws-oh-idx > ws-oh-count.
           close on-hand-file.
      *
       410-write-one-on-hand.
           move spaces                          to on-hand-line.
           move ws-oh-tbl-store(ws-oh-idx)      to soh-store-num.
           move ws-oh-tbl-sku(ws-oh-idx)        to soh-sku-code.
           move ws-oh-tbl-on-hand(ws-oh-idx)    to soh-on-hand.
           move ws-oh-tbl-last-move(ws-oh-idx)  to soh-last-move-date.
           write on-hand-line.
      *
      *************************************************************
      *empties the warehouse's file once its receipts and counts are
      *on the balances, so the next run cannot post them again.  A
      *rehearsal posted nothing and leaves the file as it was.
       420-clear-stock-receipts.
           if not ws-trial-running and ws-receipts-status = "00"
               open output stock-receipts-file
               close stock-receipts-file
           end-if.
      *
      *************************************************************
      *every store/SKU at or below its reorder point, with the
      *quantity to send (the reorder quantity, plus whatever the
      *store is short below zero), then every negative balance
       500-print-replenishment.
           move "Replenishment Suggestions:" to ws-rps-disp-title.
           write replenish-line
             from ws-replenish-section-title
             after advancing 2 lines.
           write replenish-line from ws-replenish-header.
           perform 510-check-one-reorder
             varying ws-oh-idx from 1 by 1
             until ws-oh-idx > ws-oh-count.
           if ws-total-reorders = 0
               move "NOTHING AT OR BELOW ITS REORDER POINT" to
                                                 ws-rpn-disp-text
               write replenish-line from ws-replenish-none-line
           end-if.
      *
           move "Negative On-Hand Exceptions (stores to investigate):"
                                             to ws-rps-disp-title.
           write replenish-line
             from ws-replenish-section-title
             after advancing 2 lines.
           perform 520-check-one-negative
             varying ws-oh-idx from 1 by 1
             until ws-oh-idx > ws-oh-count.
           if ws-total-negatives = 0
               move "NONE" to ws-rpn-disp-text
               write replenish-line from ws-replenish-none-line
           end-if.
      *
           move "Receipts Posted" to ws-rpt-disp-label.
           move ws-total-receipts to ws-rpt-disp-count.
           write replenish-line
             from ws-replenish-totals
             after advancing 2 lines.
           move "Physical Counts Posted" to ws-rpt-disp-label.
           move ws-total-counts to ws-rpt-disp-count.
           write replenish-line from ws-replenish-totals.
           move "Receipts/Counts Rejected" to ws-rpt-disp-label.
           move ws-total-rcv-rejects to ws-rpt-disp-count.
           write replenish-line from ws-replenish-totals.
           move "Reorders Suggested" to ws-rpt-disp-label.
           move ws-total-reorders to ws-rpt-disp-count.
           write replenish-line from ws-replenish-totals.
           move "Negative Balances" to ws-rpt-disp-label.
           move ws-total-negatives to ws-rpt-disp-count.
           write replenish-line from ws-replenish-totals.
      *
      *a pair with no reorder quantity set is not replenished
       510-check-one-reorder.
           if ws-oh-tbl-reorder-qty(ws-oh-idx) > 0 and
             ws-oh-tbl-on-hand(ws-oh-idx) <=
               ws-oh-tbl-reorder-point(ws-oh-idx)
               add 1 to ws-total-reorders
               move ws-oh-tbl-reorder-qty(ws-oh-idx) to
                                                 ws-oh-suggest-qty
               if ws-oh-tbl-on-hand(ws-oh-idx) < 0
                   subtract ws-oh-tbl-on-hand(ws-oh-idx)
                     from ws-oh-suggest-qty
               end-if
               perform 530-find-pair-dept
               move ws-oh-tbl-store(ws-oh-idx)   to ws-rpd-store
               move ws-oh-tbl-sku(ws-oh-idx)     to ws-rpd-sku
               move ws-dmv-work-dept             to ws-rpd-dept
               move ws-oh-tbl-on-hand(ws-oh-idx) to ws-rpd-on-hand
               move ws-oh-tbl-reorder-point(ws-oh-idx) to ws-rpd-point
               move ws-oh-tbl-reorder-qty(ws-oh-idx)   to ws-rpd-qty
               move ws-oh-suggest-qty            to ws-rpd-suggest
               write replenish-line from ws-replenish-detail
           end-if.
      *
       520-check-one-negative.
           if ws-oh-tbl-on-hand(ws-oh-idx) < 0
               add 1 to ws-total-negatives
               perform 530-find-pair-dept
               move ws-oh-tbl-store(ws-oh-idx)   to ws-ngd-store
               move ws-oh-tbl-sku(ws-oh-idx)     to ws-ngd-sku
               move ws-dmv-work-dept             to ws-ngd-dept
               move ws-oh-tbl-on-hand(ws-oh-idx) to ws-ngd-on-hand
               move ws-oh-tbl-day-net(ws-oh-idx) to ws-ngd-day-net
               write replenish-line from ws-negative-detail
           end-if.
      *
      *the department the pair's SKU sits in, UNAS when it has none
       530-find-pair-dept.
           move ws-oh-tbl-sku(ws-oh-idx) to ws-mov-search-sku.
           perform 65-search-sku-master.
           if ws-skm-found = 1 and
             ws-skm-tbl-dept(ws-skm-match-idx) not = spaces
               move ws-skm-tbl-dept(ws-skm-match-idx)
                                       to ws-dmv-work-dept
           else
               move "UNAS" to ws-dmv-work-dept
           end-if.
      *
      *************************************************************
      *prints page heading
       150-print-page-headings.
           write output-line
           write output-line
             from ws-extract-totals
             after advancing 2 lines.
           move ws-total-xfer-legs  to ws-total-xfer-disp.
           write output-line
             from ws-transfer-totals
             after advancing 1 line.
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
               if ws-lock-lent-to not = "Inventory_Extract"
                   perform 9050-stop-run-locked
               end-if
           else
               accept ws-system-date from date YYYYMMDD
               accept ws-system-time from time
               open output run-lock-file
               move "Inventory_Extract"    to lck-program-name
               move ws-sys-year            to lck-since-date(1:4)
               move ws-sys-month           to lck-since-date(5:2)
               move ws-sys-day             to lck-since-date(7:2)
               move ws-sys-hour            to lck-since-time(1:2)
               move ws-sys-minute          to lck-since-time(3:2)
               move ws-sys-second          to lck-since-time(5:2)
               move "INVENTORY EXTRACT"    to lck-run-descr
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
           move ws-sys-minute          to adt-run-time(3:2).
           move ws-sys-second          to adt-run-time(5:2).
           move return-code            to adt-return-code.
           if ws-run-locked
               move "BLOCKED - RUN LOCK HELD" to adt-status-text
           else
           if ws-table-abort
               move "TABLE LIMIT EXCEEDED"      to adt-status-text
           else
               if ws-total-exceptions > 0 or ws-total-negatives > 0
                 or ws-total-rcv-rejects > 0
                   move "COMPLETED WITH EXCEPTIONS" to adt-status-text
               else
                   move "COMPLETED"                 to adt-status-text
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
           display "Inventory_Extract: RUN STOPPED - RAISE THE TABLE "
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
           display "Inventory_Extract: RUN LOCK HELD BY "
             ws-lock-holder.
           display "Inventory_Extract: HELD SINCE "
             ws-lock-since-date " " ws-lock-since-time
             " FOR " ws-lock-descr.
           display "Inventory_Extract: RUN STOPPED - RERUN WHEN "
             "THE HOLDER FINISHES, OR CLEAR A STALE LOCK WITH "
             "Run_Lock_Clear".
           move 8 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
       75-close-files.
           close report-file.
           close movement-file.
           close replenish-report-file.
      *
       end program Inventory_Extract.
