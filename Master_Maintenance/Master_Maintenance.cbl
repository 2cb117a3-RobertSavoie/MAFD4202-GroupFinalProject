      *Author:     Group 15
      *Date:       August 23rd, 2026
      *Comment:    Batch maintenance for SKU-Master.dat,
      *            Store-Master.dat, the department master, the
      *            per-store invoice series master, the store/SKU
      *            reorder levels replenishment runs off, and the
      *            consignment vendor master, replacing hand
      *            edits in a text editor.  Driven by a transaction
      *            file of adds, changes, and deactivations keyed by
      *            SKU code, store number, department code, vendor
      *            number, or store and SKU together.  A SKU carries
      *            the consignment vendor it belongs to and the
      *            vendor's share of its selling price; a store
      *            carries the date it opened for trading.
      *            Nothing keyed goes on straight away: each
      *            transaction carries the ID of the operator who
      *            keyed it and waits on Maint-Pending.dat until a
      *            second, different operator approves or rejects
      *            it through Maint-Approvals.dat.  Only approved
      *            changes are applied, with both IDs on the report.
      *            Every change is validated (no duplicate keys, no
      *            changing what isn't there, no deactivating a
      *            store that still has layaway plans open), the
      *            masters are rewritten, and a
      *            before/after audit report accounts for every
      *            transaction applied or rejected.  Run on its own
      *            before the nightly chain.  Holds the shared run
      *            lock (Run-Lock.dat) while it runs, and will not
      *            start while another program holds it.

       program-id. Master_Maintenance.
      *
           organization is line sequential
           file status is ws-sku-status.
      *
      *Changes keyed and waiting for a second operator's decision,
      *and the last change number handed out
       select pending-file
           assign to "../../../../data/Maint-Pending.dat"
           organization is line sequential
           file status is ws-pending-status.
      *
       select pending-control-file
           assign to "../../../../data/Maint-Pending-Control.dat"
           organization is line sequential
           file status is ws-pnd-control-status.
      *
      *The approving operator's decisions on pending changes
       select approval-file
           assign to "../../../../data/Maint-Approvals.dat"
           organization is line sequential
           file status is ws-approval-status.
      *
      *The department master merchandising reports roll up to
       select dept-master-file
           assign to "../../../../data/Dept-Master.dat"
           organization is line sequential
           file status is ws-series-status.
      *
      *Reorder point and quantity per store and SKU, read by
      *Inventory_Extract for the replenishment suggestions
       select reorder-levels-file
           assign to "../../../../data/Reorder-Levels.dat"
           organization is line sequential
           file status is ws-reorder-status.
      *
      *The consignment vendors the month-end settlement pays
       select vendor-master-file
           assign to "../../../../data/Vendor-Master.dat"
           organization is line sequential
           file status is ws-vendor-status.
      *
      *Layaway ledger, read to protect stores with open plans from
      *being deactivated underneath them
       select layaway-ledger-file
           assign to "../../../../output/Maint-Audit-Report.out"
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
       data division.
       file section.
      *
      *one maintenance transaction as keyed, laid out in
      *ws-maint-trans
       fd maint-trans-file
           data record is maint-trans-line
           record contains 113 characters.
      *
       01 maint-trans-line             pic x(113).
      *
      *one change waiting for approval: its number, when it was
      *keyed, and the transaction exactly as keyed
       fd pending-file
           data record is pending-line
           record contains 133 characters.
      *
       01 pending-line.
           05 mpd-change-num           pic 9(6).
           05 mpd-keyed-date           pic 9(8).
           05 mpd-keyed-time           pic 9(6).
           05 mpd-trans                pic x(113).
      *
       fd pending-control-file
           data record is pending-control-line
           record contains 6 characters.
      *
       01 pending-control-line.
           05 mpc-last-change-num      pic 9(6).
      *
      *one decision: the change number off the maintenance report,
      *A to approve or R to reject, and who is deciding
       fd approval-file
           data record is approval-line
           record contains 15 characters.
      *
       01 approval-line.
           05 apr-change-num           pic 9(6).
           05 apr-decision             pic x.
               88 apr-approve                      value "A".
               88 apr-reject                       value "R".
           05 apr-operator-id          pic x(8).
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
      *one department: its code and name
       fd dept-master-file
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
      *one store's invoice series: up to five prefix pairs and the
      *serial range its POS issues
           05 ivs-serial-low           pic 9(6).
           05 ivs-serial-high          pic 9(6).
      *
      *one consignment vendor: number, name, and the days after
      *month end its settlement is payable
       fd vendor-master-file
           data record is vendor-master-line
           record contains 29 characters.
      *
       01 vendor-master-line.
           05 vnd-vendor-num           pic x(6).
           05 vnd-vendor-name          pic x(20).
           05 vnd-terms-days           pic 9(3).
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
      *one layaway plan's installment history; only the store number
      *matters here
       fd layaway-ledger-file
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
           05 filler                   pic x(4)    value spaces.
           05 ws-disp-result           pic x(8).
           05 filler                   pic x(41)   value spaces.
      *
      *the change number and the two operators behind it
       01 ws-maint-operator-line.
           05 filler                   pic x(9)    value "Change : ".
           05 ws-disp-change-num       pic 9(6).
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(11)   value "Keyed By : ".
           05 ws-disp-keyed-by         pic x(8).
           05 filler                   pic x(4)    value " on ".
           05 ws-disp-keyed-date       pic 9999/99/99.
           05 filler                   pic x(3)    value spaces.
           05 ws-disp-approver-label   pic x(14).
           05 ws-disp-approved-by      pic x(8).
           05 filler                   pic x(24)   value spaces.
      *
      *an approval line that could not be acted on
       01 ws-approval-refused-line.
           05 filler                   pic x(11)   value
                                       "Approval : ".
           05 ws-disp-apr-num          pic x(6).
           05 filler                   pic x(4)    value " by ".
           05 ws-disp-apr-operator     pic x(8).
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(10)   value "REFUSED - ".
           05 ws-disp-apr-reason       pic x(45).
           05 filler                   pic x(13)   value spaces.
      *
       01 ws-maint-before-line.
           05 filler                   pic x(9)    value "Before : ".
           05 ws-disp-before           pic x(60).
           05 filler                   pic x(31)   value spaces.
      *
       01 ws-maint-after-line.
           05 filler                   pic x(9)    value "After  : ".
           05 ws-disp-after            pic x(60).
           05 filler                   pic x(31)   value spaces.
      *
       01 ws-maint-reason-line.
           05 filler                   pic x(9)    value "Reason : ".
                                       "Changes Rejected   : ".
           05 ws-rejected-disp         pic zzz9.
           05 filler                   pic x(41)   value spaces.
      *
       01 ws-maint-totals-2.
           05 filler                   pic x(21)   value
                                       "Keyed For Approval : ".
           05 ws-keyed-disp            pic zzz9.
           05 filler                   pic x(9)    value spaces.
           05 filler                   pic x(21)   value
                                       "Declined           : ".
           05 ws-declined-disp         pic zzz9.
           05 filler                   pic x(41)   value spaces.
      *
       01 ws-maint-totals-3.
           05 filler                   pic x(21)   value
                                       "Approvals Refused  : ".
           05 ws-refused-disp          pic zzz9.
           05 filler                   pic x(9)    value spaces.
           05 filler                   pic x(21)   value
                                       "Still Awaiting     : ".
           05 ws-awaiting-disp         pic zzz9.
           05 filler                   pic x(41)   value spaces.
      *
      *one maintenance transaction: what to do, to which master, the
      *key, and the replacement fields (spaces meaning leave alone).
      *Read in off the clerk's file, and moved back in off the
      *pending-changes file once a change is approved.
       01 ws-maint-trans.
           05 mnt-action               pic x.
               88 mnt-add                          value "A".
               88 mnt-change                       value "C".
               88 mnt-deactivate                   value "D".
           05 mnt-master               pic x.
               88 mnt-sku-master                   value "S".
               88 mnt-store-master                 value "T".
               88 mnt-series-master                value "I".
      *        reorder levels key on the store number and SKU code
               88 mnt-reorder-master               value "R".
      *        department transactions key on the first four bytes
      *        of the SKU-code field and name off the name field
               88 mnt-dept-master                  value "D".
      *        vendor transactions key on the first six bytes of the
      *        SKU-code field and name off the name field
               88 mnt-vendor-master                value "V".
           05 mnt-sku-code             pic x(15).
           05 mnt-store-num            pic xx.
           05 mnt-name                 pic x(20).
           05 mnt-unit-price           pic x(7).
           05 mnt-active-flag          pic x.
      *    the invoice-series fields, used only on 'I' transactions;
      *    spaces mean leave the field the way it was
           05 mnt-series-prefixes      pic x(10).
           05 mnt-serial-low           pic x(6).
           05 mnt-serial-high          pic x(6).
      *    the department a SKU add/change assigns; spaces on a
      *    change leave the assignment alone
           05 mnt-dept-code            pic x(4).
      *    the reorder point and reorder quantity, used only on 'R'
      *    transactions; spaces on a change leave the field alone
           05 mnt-reorder-point        pic x(5).
           05 mnt-reorder-qty          pic x(5).
      *    the consignment vendor and the vendor's percentage share
      *    (999v99) a SKU add/change assigns; spaces on a change
      *    leave the field alone, and vendor NONE takes the SKU off
      *    consignment
           05 mnt-vendor-num           pic x(6).
           05 mnt-consign-pct          pic x(5).
      *    the days after month end a vendor's settlement falls due,
      *    used only on 'V' transactions
           05 mnt-terms-days           pic x(3).
      *    who keyed the change; a second, different operator must
      *    approve it before it touches a master
           05 mnt-operator-id          pic x(8).
      *    the date a store opened (yyyymmdd), used only on 'T'
      *    transactions; spaces on an add take the day it is
      *    applied, spaces on a change leave the date alone
           05 mnt-open-date            pic x(8).
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
           05 ws-lw-status             pic xx      value "00".
           05 ws-series-status         pic xx      value "00".
           05 ws-dept-status           pic xx      value "00".
           05 ws-reorder-status        pic xx      value "00".
           05 ws-vendor-status         pic xx      value "00".
           05 ws-pending-status        pic xx      value "00".
           05 ws-pnd-control-status    pic xx      value "00".
           05 ws-approval-status       pic xx      value "00".
      *
      *every change waiting for a second operator, held in storage
      *while the decisions are worked and written back out at the
      *end without the ones decided this run
       01 ws-pending-table.
           05 ws-pnd-entry             occurs 2000 times
                                       indexed by ws-pnd-idx.
               10 ws-pnd-tbl-num          pic 9(6).
               10 ws-pnd-tbl-date         pic 9(8).
               10 ws-pnd-tbl-time         pic 9(6).
               10 ws-pnd-tbl-trans        pic x(113).
               10 ws-pnd-tbl-done         pic x       value "n".
      *
       01 ws-pending-control.
           05 ws-pnd-count             pic 9(4)    value 0.
           05 ws-pnd-found             pic 9       value 0.
           05 ws-pnd-match-idx         pic 9(4)    value 0.
           05 ws-pnd-eof-flag          pic x       value "n".
           05 ws-pnd-last-num          pic 9(6)    value 0.
           05 ws-apr-eof-flag          pic x       value "n".
           05 ws-apr-reason            pic x(45)   value spaces.
      *
      *the SKU master held in storage while the changes are applied
       01 ws-sku-table.
               10 ws-sku-tbl-desc         pic x(20).
               10 ws-sku-tbl-price        pic 9(5)v99.
               10 ws-sku-tbl-dept         pic x(4).
               10 ws-sku-tbl-vendor       pic x(6).
               10 ws-sku-tbl-consign-pct  pic 9(3)v99.
               10 ws-sku-tbl-deleted      pic x       value "n".
      *
       01 ws-sku-control.
               10 ws-store-tbl-num        pic 99.
               10 ws-store-tbl-name       pic x(20).
               10 ws-store-tbl-active     pic x.
               10 ws-store-tbl-open       pic 9(8).
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-store-found           pic 9       value 0.
           05 ws-store-match-idx       pic 9(4)    value 0.
           05 ws-store-eof-flag        pic x       value "n".
      *    the open date keyed on a store transaction, checked
           05 ws-open-date-ok          pic x       value "y".
           05 ws-open-date-work        pic 9(8)    value 0.
           05 ws-open-date-parts redefines ws-open-date-work.
               10 ws-open-year         pic 9(4).
               10 ws-open-month        pic 99.
               10 ws-open-day          pic 99.
      *
      *the department master held in storage while the changes are
      *applied
           05 ws-dpt-eof-flag          pic x       value "n".
           05 ws-dpt-code-work         pic x(4)    value spaces.
      *
      *the vendor master held in storage while the changes are
      *applied
       01 ws-vendor-table.
           05 ws-vnd-entry             occurs 500 times
                                       indexed by ws-vnd-idx.
               10 ws-vnd-tbl-num          pic x(6).
               10 ws-vnd-tbl-name         pic x(20).
               10 ws-vnd-tbl-terms        pic 9(3).
               10 ws-vnd-tbl-deleted      pic x       value "n".
      *
       01 ws-vendor-control.
           05 ws-vnd-count             pic 9(3)    value 0.
           05 ws-vnd-found             pic 9       value 0.
           05 ws-vnd-match-idx         pic 9(3)    value 0.
           05 ws-vnd-eof-flag          pic x       value "n".
           05 ws-vnd-num-work          pic x(6)    value spaces.
      *    a SKU change's proposed vendor and share, proven good
      *    before the live entry moves
           05 ws-new-vendor            pic x(6)    value spaces.
           05 ws-new-consign-pct       pic 9(3)v99 value 0.
      *
      *the invoice series master held in storage while the changes
      *are applied
       01 ws-series-table.
           05 ws-srs-new-low           pic 9(6)    value 0.
           05 ws-srs-new-high          pic 9(6)    value 0.
      *
      *the reorder levels held in storage while the changes are
      *applied
       01 ws-reorder-table.
           05 ws-rol-entry             occurs 20000 times
                                       indexed by ws-rol-idx.
               10 ws-rol-tbl-store        pic 99.
               10 ws-rol-tbl-sku          pic x(15).
               10 ws-rol-tbl-point        pic 9(5).
               10 ws-rol-tbl-qty          pic 9(5).
               10 ws-rol-tbl-deleted      pic x       value "n".
      *
       01 ws-reorder-control.
           05 ws-rol-count             pic 9(6)    value 0.
           05 ws-rol-found             pic 9       value 0.
           05 ws-rol-match-idx         pic 9(6)    value 0.
           05 ws-rol-eof-flag          pic x       value "n".
      *
      *open layaway plans per store number, so a store with plans
      *still running can't be deactivated underneath them
       01 ws-layaway-plan-counts.
           05 ws-trans-eof-flag        pic x       value "n".
           05 ws-total-applied         pic 9(4)    value 0.
           05 ws-total-rejected        pic 9(4)    value 0.
           05 ws-total-keyed           pic 9(4)    value 0.
           05 ws-total-declined        pic 9(4)    value 0.
           05 ws-total-refused         pic 9(4)    value 0.
           05 ws-total-awaiting        pic 9(4)    value 0.
           05 ws-sku-master-changed    pic x       value "n".
           05 ws-store-master-changed  pic x       value "n".
           05 ws-series-master-changed pic x       value "n".
           05 ws-dept-master-changed   pic x       value "n".
           05 ws-reorder-changed       pic x       value "n".
           05 ws-vendor-master-changed pic x       value "n".
           05 ws-maint-ok              pic x       value "n".
           05 ws-store-num-work        pic 99      value 0.
      *
      *
      *staging for the before/after images printed on the report
       01 ws-image-work.
           05 ws-before-image          pic x(60)   value spaces.
           05 ws-after-image           pic x(60)   value spaces.
      *
      *a master line built in storage for the report images
       01 ws-dept-image.
           05 ws-img-sku-code          pic x(15).
           05 ws-img-sku-desc          pic x(20).
           05 ws-img-sku-price         pic 9(5)v99.
           05 filler                   pic x       value space.
           05 ws-img-sku-vendor        pic x(6).
           05 filler                   pic x       value space.
           05 ws-img-sku-consign-pct   pic 9(3)v99.
      *
       01 ws-vendor-image.
           05 ws-img-vnd-num           pic x(6).
           05 filler                   pic x       value space.
           05 ws-img-vnd-name          pic x(20).
           05 filler                   pic x       value space.
           05 ws-img-vnd-terms         pic 9(3).
           05 filler                   pic x(11)   value spaces.
      *
       01 ws-reorder-image.
           05 ws-img-rol-store         pic 99.
           05 filler                   pic x       value space.
           05 ws-img-rol-sku           pic x(15).
           05 filler                   pic x       value space.
           05 ws-img-rol-point         pic 9(5).
           05 filler                   pic x       value space.
           05 ws-img-rol-qty           pic 9(5).
           05 filler                   pic x(12)   value spaces.
      *
       01 ws-store-image.
           05 ws-img-store-num         pic 99.
           05 ws-img-store-name        pic x(20).
           05 ws-img-store-active      pic x.
           05 filler                   pic x       value space.
           05 ws-img-store-open        pic 9(8).
           05 filler                   pic x(10)   value spaces.
      *
      *rejection reasons
       77 ws-Rsn-Dup-Key               pic x(33)   value
                           "DEPARTMENT IS NOT ON THE DEPT MASTER".
       77 ws-Rsn-Dept-In-Use           pic x(41)   value
                      "DEPARTMENT STILL HAS SKUS ASSIGNED TO IT".
       77 ws-Rsn-Bad-Reorder           pic x(43)   value
                    "REORDER POINT OR QUANTITY IS NOT NUMERIC".
       77 ws-Rsn-Bad-Sku               pic x(29)   value
                                       "SKU IS NOT ON THE SKU MASTER".
       77 ws-Rsn-Bad-Vendor            pic x(36)   value
                           "VENDOR IS NOT ON THE VENDOR MASTER".
       77 ws-Rsn-Bad-Consign           pic x(45)   value
                 "CONSIGNMENT SHARE NOT NUMERIC OR OVER 100.00".
       77 ws-Rsn-Consign-No-Vendor     pic x(38)   value
                         "CONSIGNMENT SHARE GIVEN WITH NO VENDOR".
       77 ws-Rsn-Vendor-In-Use         pic x(37)   value
                          "VENDOR STILL HAS SKUS ASSIGNED TO IT".
       77 ws-Rsn-Bad-Terms             pic x(33)   value
                                 "SETTLEMENT TERMS ARE NOT NUMERIC".
       77 ws-Rsn-Bad-Open-Date         pic x(35)   value
                               "STORE OPEN DATE IS NOT A VALID DATE".
       77 ws-Rsn-No-Operator           pic x(33)   value
                                 "NO OPERATOR ID ON THE TRANSACTION".
       77 ws-Rsn-Pending-Full          pic x(36)   value
                             "PENDING-CHANGES FILE IS ALREADY FULL".
       77 ws-Rsn-Not-Pending           pic x(31)   value
                                     "CHANGE IS NOT AWAITING APPROVAL".
       77 ws-Rsn-Same-Operator         pic x(41)   value
                      "APPROVER MUST DIFFER FROM KEYING OPERATOR".
       77 ws-Rsn-Bad-Decision          pic x(36)   value
                             "DECISION MUST BE A (APPROVE) OR R".
      *
      *how many changes the pending-changes file can hold
       77 ws-pnd-max                   pic 9(4)    value 2000.
      *
      *the vendor number that takes a SKU back off consignment
       77 const-no-vendor              pic x(6)    value "NONE".
       77 const-max-consign-pct        pic 9(3)v99 value 100.00.
      *
      *today's date and time, stamped onto this run's audit entry
       01 ws-system-date.
           05 ws-sys-year               pic 9(4).
           05 ws-sys-month              pic 99.
           05 ws-sys-day                pic 99.
       01 ws-system-date-num redefines ws-system-date
                                       pic 9(8).
      *
       01 ws-system-time.
           05 ws-sys-hour                pic 99.
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
           perform 25-open-files.
           perform 30-load-sku-master.
           perform 40-load-store-master.
           perform 45-load-invoice-series.
           perform 48-load-dept-master.
           perform 54-load-reorder-levels.
           perform 56-load-vendor-master.
           perform 50-load-layaway-counts.
           perform 60-load-pending-changes.
           perform 150-print-page-headings.
      *    decisions are worked against what was already waiting, so
      *    a change can never be approved in the run that keys it
           perform 120-process-approvals.
           perform 100-process-transactions.
           if ws-sku-master-changed = "y"
               perform 700-rewrite-sku-master
           if ws-dept-master-changed = "y"
               perform 714-rewrite-dept-master
           end-if.
           if ws-reorder-changed = "y"
               perform 716-rewrite-reorder-levels
           end-if.
           if ws-vendor-master-changed = "y"
               perform 718-rewrite-vendor-master
           end-if.
           perform 730-rewrite-pending-changes.
           perform 735-clear-keyed-input.
           perform 720-print-final-counts.
      *
      *    tell a calling operator whether every transaction and
      *    decision went through clean
           if ws-total-rejected = 0 and ws-total-refused = 0 and
             (ws-total-applied > 0 or ws-total-keyed > 0 or
              ws-total-declined > 0)
               move 0 to return-code
           else
               move 4 to return-code
           end-if.
      *
           perform 15-release-run-lock.
           perform 790-write-audit-trail.
           perform 75-close-files.
      *
      *open files
       25-open-files.
           open output report-file.
           accept ws-system-date from date YYYYMMDD.
           accept ws-system-time from time.
      *
      *************************************************************
      *loads the SKU master into the working table
                   move 0              to ws-sku-tbl-price(ws-sku-count)
               end-if
               move skm-dept-code   to ws-sku-tbl-dept(ws-sku-count)
               move skm-vendor-num  to ws-sku-tbl-vendor(ws-sku-count)
               if skm-consign-pct is numeric
                   move skm-consign-pct to
                     ws-sku-tbl-consign-pct(ws-sku-count)
               else
                   move 0 to ws-sku-tbl-consign-pct(ws-sku-count)
               end-if
               move "n"             to ws-sku-tbl-deleted(ws-sku-count)
           end-if.
      *
               move stm-store-name  to ws-store-tbl-name(ws-store-count)
               move stm-active-flag to
                                 ws-store-tbl-active(ws-store-count)
      *        a store on file before open dates were kept shows 0
               if stm-open-date is numeric
                   move stm-open-date to
                                 ws-store-tbl-open(ws-store-count)
               else
                   move 0 to ws-store-tbl-open(ws-store-count)
               end-if
           end-if.
      *
      *************************************************************
           end-if.
      *
      *************************************************************
      *loads the reorder levels into the working table
       54-load-reorder-levels.
           open input reorder-levels-file.
           if ws-reorder-status = "00"
               perform 55-read-reorder-level
                 until ws-rol-eof-flag = "y"
               close reorder-levels-file
           end-if.
      *
       55-read-reorder-level.
           read reorder-levels-file
               at end
                   move "y" to ws-rol-eof-flag
           end-read.
           if ws-rol-eof-flag not = "y"
               if ws-rol-count >= 20000
                   move "REORDER LEVEL TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-rol-count
               move rol-store-num     to ws-rol-tbl-store(ws-rol-count)
               move rol-sku-code      to ws-rol-tbl-sku(ws-rol-count)
               move rol-reorder-point to ws-rol-tbl-point(ws-rol-count)
               move rol-reorder-qty   to ws-rol-tbl-qty(ws-rol-count)
               move "n" to ws-rol-tbl-deleted(ws-rol-count)
           end-if.
      *
      *************************************************************
      *loads the vendor master into the working table
       56-load-vendor-master.
           open input vendor-master-file.
           if ws-vendor-status = "00"
               perform 57-read-vendor-master
                 until ws-vnd-eof-flag = "y"
               close vendor-master-file
           end-if.
      *
       57-read-vendor-master.
           read vendor-master-file
               at end
                   move "y" to ws-vnd-eof-flag
           end-read.
           if ws-vnd-eof-flag not = "y"
               if ws-vnd-count >= 500
                   move "VENDOR MASTER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-vnd-count
               move vnd-vendor-num  to ws-vnd-tbl-num(ws-vnd-count)
               move vnd-vendor-name to ws-vnd-tbl-name(ws-vnd-count)
               if vnd-terms-days is numeric
                   move vnd-terms-days to ws-vnd-tbl-terms(ws-vnd-count)
               else
                   move 0              to ws-vnd-tbl-terms(ws-vnd-count)
               end-if
               move "n"             to ws-vnd-tbl-deleted(ws-vnd-count)
           end-if.
      *
      *looks ws-vnd-num-work up among the vendors still on the
      *master
       58-search-vendor-table.
           move 0 to ws-vnd-found.
           move 1 to ws-vnd-idx.
           perform 59-search-vendor-loop
             until ws-vnd-idx > ws-vnd-count or ws-vnd-found = 1.
      *
       59-search-vendor-loop.
           if ws-vnd-tbl-num(ws-vnd-idx) = ws-vnd-num-work and
             ws-vnd-tbl-deleted(ws-vnd-idx) = "n"
               move 1          to ws-vnd-found
               move ws-vnd-idx to ws-vnd-match-idx
           else
               add 1 to ws-vnd-idx
           end-if.
      *
      *************************************************************
      *loads the invoice series master into the working table
       45-load-invoice-series.
           open input invoice-series-file.
           end-if.
      *
      *************************************************************
      *loads the changes still waiting for approval, and the last
      *change number issued so numbers are never reused
       60-load-pending-changes.
           open input pending-control-file.
           if ws-pnd-control-status = "00"
               read pending-control-file
                   at end
                       continue
                   not at end
                       if mpc-last-change-num is numeric
                           move mpc-last-change-num to ws-pnd-last-num
                       end-if
               end-read
               close pending-control-file
           end-if.
           open input pending-file.
           if ws-pending-status = "00"
               perform 61-read-pending-change
                 until ws-pnd-eof-flag = "y"
               close pending-file
           end-if.
      *
       61-read-pending-change.
           read pending-file
               at end
                   move "y" to ws-pnd-eof-flag
           end-read.
           if ws-pnd-eof-flag not = "y" and mpd-change-num is numeric
               if ws-pnd-count >= ws-pnd-max
                   move "PENDING CHANGES TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-pnd-count
               move mpd-change-num to ws-pnd-tbl-num(ws-pnd-count)
               move mpd-keyed-date to ws-pnd-tbl-date(ws-pnd-count)
               move mpd-keyed-time to ws-pnd-tbl-time(ws-pnd-count)
               move mpd-trans      to ws-pnd-tbl-trans(ws-pnd-count)
               move "n"            to ws-pnd-tbl-done(ws-pnd-count)
      *        a lost control file must not hand out a number
      *        already waiting
               if mpd-change-num > ws-pnd-last-num
                   move mpd-change-num to ws-pnd-last-num
               end-if
           end-if.
      *
      *looks the approval's change number up among the changes
      *still waiting
       64-search-pending-table.
           move 0 to ws-pnd-found.
           move 1 to ws-pnd-idx.
           perform 65-search-pending-loop
             until ws-pnd-idx > ws-pnd-count or ws-pnd-found = 1.
      *
       65-search-pending-loop.
           if ws-pnd-tbl-num(ws-pnd-idx) = apr-change-num and
             ws-pnd-tbl-done(ws-pnd-idx) = "n"
               move 1          to ws-pnd-found
               move ws-pnd-idx to ws-pnd-match-idx
           else
               add 1 to ws-pnd-idx
           end-if.
      *
      *************************************************************
      *works through the clerk's transactions one at a time
       100-process-transactions.
           open input maint-trans-file.
           end-if.
      *
       110-read-transaction.
           read maint-trans-file into ws-maint-trans
               at end
                   move "y" to ws-trans-eof-flag
           end-read.
           if ws-trans-eof-flag not = "y"
               perform 140-key-pending-change
           end-if.
      *
      *************************************************************
      *works through the approving operator's decisions one at a
      *time
       120-process-approvals.
           open input approval-file.
           if ws-approval-status = "00"
               perform 125-read-approval
                 until ws-apr-eof-flag = "y"
               close approval-file
           end-if.
      *
       125-read-approval.
           read approval-file
               at end
                   move "y" to ws-apr-eof-flag
           end-read.
           if ws-apr-eof-flag not = "y"
               perform 130-work-one-approval
           end-if.
      *
      *a decision is only taken from someone other than the keying
      *operator; one that can't be acted on leaves the change
      *waiting
       130-work-one-approval.
           move spaces to ws-apr-reason.
           if apr-change-num is numeric
               perform 64-search-pending-table
           else
               move 0 to ws-pnd-found
           end-if.
           if ws-pnd-found = 0
               move ws-Rsn-Not-Pending to ws-apr-reason
           else
               move ws-pnd-tbl-trans(ws-pnd-match-idx) to
                                 ws-maint-trans
               if apr-operator-id = spaces or
                 apr-operator-id = mnt-operator-id
                   move ws-Rsn-Same-Operator to ws-apr-reason
               else
                   if not apr-approve and not apr-reject
                       move ws-Rsn-Bad-Decision to ws-apr-reason
                   end-if
               end-if
           end-if.
      *
           if ws-apr-reason not = spaces
               move apr-change-num  to ws-disp-apr-num
               move apr-operator-id to ws-disp-apr-operator
               move ws-apr-reason   to ws-disp-apr-reason
               write output-line
                 from ws-approval-refused-line
                 after advancing 2 lines
               add 1 to ws-total-refused
           else
               move ws-pnd-tbl-num(ws-pnd-match-idx) to
                                 ws-disp-change-num
               move mnt-operator-id to ws-disp-keyed-by
               move ws-pnd-tbl-date(ws-pnd-match-idx) to
                                 ws-disp-keyed-date
               move apr-operator-id to ws-disp-approved-by
               if apr-approve
                   move "Approved By : " to ws-disp-approver-label
                   perform 200-process-one-transaction
               else
                   move "Declined By : " to ws-disp-approver-label
                   perform 135-print-declined-change
               end-if
               move "y" to ws-pnd-tbl-done(ws-pnd-match-idx)
           end-if.
      *
      *a change the approver turned down never reaches the master
       135-print-declined-change.
           perform 205-set-display-key.
           move mnt-action to ws-disp-action.
           move mnt-master to ws-disp-master.
           move "DECLINED" to ws-disp-result.
           add 1 to ws-total-declined.
           write output-line
             from ws-maint-action-line
             after advancing 2 lines.
           write output-line from ws-maint-operator-line.
      *
      *************************************************************
      *a freshly keyed transaction is checked only for what makes
      *it a transaction at all - an operator, an action and a
      *master - and put on the pending-changes file under the next
      *change number.  The full edits run when it is approved,
      *against the masters as they stand then.
       140-key-pending-change.
           move spaces to ws-disp-reason.
           perform 205-set-display-key.
           move mnt-action to ws-disp-action.
           move mnt-master to ws-disp-master.
           move 0          to ws-disp-change-num.
           move mnt-operator-id to ws-disp-keyed-by.
           move ws-system-date-num to ws-disp-keyed-date.
           move spaces     to ws-disp-approver-label.
           move spaces     to ws-disp-approved-by.
           if mnt-operator-id = spaces
               move ws-Rsn-No-Operator to ws-disp-reason
           else
               if (not mnt-add and not mnt-change and
                   not mnt-deactivate) or
                 (not mnt-sku-master and not mnt-store-master and
                  not mnt-series-master and not mnt-dept-master and
                  not mnt-reorder-master and not mnt-vendor-master)
                   move ws-Rsn-Bad-Action to ws-disp-reason
               else
                   if ws-pnd-count >= ws-pnd-max
                       move ws-Rsn-Pending-Full to ws-disp-reason
                   else
                       perform 142-add-pending-change
                   end-if
               end-if
           end-if.
      *
           if ws-disp-reason = spaces
               move "PENDING"  to ws-disp-result
               add 1 to ws-total-keyed
           else
               move "REJECTED" to ws-disp-result
               add 1 to ws-total-rejected
           end-if.
           write output-line
             from ws-maint-action-line
             after advancing 2 lines.
           write output-line from ws-maint-operator-line.
           if ws-disp-reason not = spaces
               write output-line from ws-maint-reason-line
           end-if.
      *
       142-add-pending-change.
           add 1 to ws-pnd-last-num.
           add 1 to ws-pnd-count.
           move ws-pnd-last-num to ws-pnd-tbl-num(ws-pnd-count).
           move ws-system-date-num to ws-pnd-tbl-date(ws-pnd-count).
           move ws-system-time(1:6) to ws-pnd-tbl-time(ws-pnd-count).
           move ws-maint-trans  to ws-pnd-tbl-trans(ws-pnd-count).
           move "n"             to ws-pnd-tbl-done(ws-pnd-count).
           move ws-pnd-last-num to ws-disp-change-num.
      *
      *************************************************************
      *dispatches one transaction to the right master and action,
           move spaces to ws-before-image.
           move spaces to ws-after-image.
           move spaces to ws-disp-reason.
           perform 205-set-display-key.
      *
           if mnt-sku-master
               perform 300-work-sku-transaction
           else
               if mnt-store-master
                   perform 400-work-store-transaction
               else
                   if mnt-series-master
                       perform 500-work-series-transaction
                   else
                       if mnt-dept-master
                           perform 570-work-dept-transaction
                       else
                           if mnt-reorder-master
                               perform 590-work-reorder-transaction
                           else
                               if mnt-vendor-master
                                   perform 610-work-vendor-transaction
                               else
                                   move ws-Rsn-Bad-Action to
                                                 ws-disp-reason
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
      *
           perform 600-print-before-after.
      *
      *the key a transaction is reported under, by master
       205-set-display-key.
           if mnt-store-master or mnt-series-master
               move mnt-store-num to ws-disp-key
           else
               if mnt-reorder-master
                   move spaces        to ws-disp-key
                   move mnt-store-num to ws-disp-key(1:2)
                   move mnt-sku-code  to ws-disp-key(4:12)
               else
                   if mnt-vendor-master
                       move mnt-sku-code(1:6) to ws-disp-key
                   else
                       move mnt-sku-code to ws-disp-key
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *one SKU master transaction
       300-work-sku-transaction.
                           move ws-Rsn-Table-Full to ws-disp-reason
                       else
                           perform 312-check-sku-dept
                           if ws-disp-reason = spaces
                               move spaces to ws-new-vendor
                               move 0      to ws-new-consign-pct
                               perform 313-check-sku-vendor
                           end-if
                           if ws-disp-reason = spaces
                               perform 315-apply-sku-add
                           end-if
                   move ws-Rsn-Bad-Dept to ws-disp-reason
               end-if
           end-if.
      *
      *works out the vendor and consignment share the SKU will carry
      *from the values in ws-new-vendor/ws-new-consign-pct and the
      *transaction, and proves them: the vendor must be on the vendor
      *master, the share a percentage no more than 100, and a share
      *needs a vendor to be paid to
       313-check-sku-vendor.
           if mnt-vendor-num = const-no-vendor
               move spaces to ws-new-vendor
               move 0      to ws-new-consign-pct
           else
               if mnt-vendor-num not = spaces
                   move mnt-vendor-num to ws-vnd-num-work
                   perform 58-search-vendor-table
                   if ws-vnd-found = 0
                       move ws-Rsn-Bad-Vendor to ws-disp-reason
                   else
                       move mnt-vendor-num to ws-new-vendor
                   end-if
               end-if
           end-if.
           if ws-disp-reason = spaces and mnt-consign-pct not = spaces
               if mnt-consign-pct not numeric
                   move ws-Rsn-Bad-Consign to ws-disp-reason
               else
                   move mnt-consign-pct to ws-new-consign-pct(1:5)
                   if ws-new-consign-pct > const-max-consign-pct
                       move ws-Rsn-Bad-Consign to ws-disp-reason
                   end-if
               end-if
           end-if.
           if ws-disp-reason = spaces and ws-new-consign-pct > 0 and
             ws-new-vendor = spaces
               move ws-Rsn-Consign-No-Vendor to ws-disp-reason
           end-if.
      *
       315-apply-sku-add.
           add 1 to ws-sku-count.
                                 ws-sku-tbl-price(ws-sku-count)(1:7)
           end-if.
           move mnt-dept-code to ws-sku-tbl-dept(ws-sku-count).
           move ws-new-vendor to ws-sku-tbl-vendor(ws-sku-count).
           move ws-new-consign-pct to
                                 ws-sku-tbl-consign-pct(ws-sku-count).
           move "n" to ws-sku-tbl-deleted(ws-sku-count).
           move ws-sku-count to ws-sku-match-idx.
           perform 360-build-sku-after-image.
                   move ws-Rsn-Bad-Price to ws-disp-reason
               else
                   perform 312-check-sku-dept
                   if ws-disp-reason = spaces
                       move ws-sku-tbl-vendor(ws-sku-match-idx) to
                                 ws-new-vendor
                       move ws-sku-tbl-consign-pct(ws-sku-match-idx) to
                                 ws-new-consign-pct
                       perform 313-check-sku-vendor
                   end-if
                   if ws-disp-reason = spaces
                       perform 355-build-sku-before-image
                       if mnt-name not = spaces
                           move mnt-dept-code to
                                 ws-sku-tbl-dept(ws-sku-match-idx)
                       end-if
                       move ws-new-vendor to
                                 ws-sku-tbl-vendor(ws-sku-match-idx)
                       move ws-new-consign-pct to
                             ws-sku-tbl-consign-pct(ws-sku-match-idx)
                       perform 360-build-sku-after-image
                       move "y" to ws-maint-ok
                       move "y" to ws-sku-master-changed
           move ws-sku-tbl-code(ws-sku-match-idx)  to ws-img-sku-code.
           move ws-sku-tbl-desc(ws-sku-match-idx)  to ws-img-sku-desc.
           move ws-sku-tbl-price(ws-sku-match-idx) to ws-img-sku-price.
           move ws-sku-tbl-vendor(ws-sku-match-idx) to
                                 ws-img-sku-vendor.
           move ws-sku-tbl-consign-pct(ws-sku-match-idx) to
                                 ws-img-sku-consign-pct.
           move ws-sku-image to ws-before-image.
      *
       360-build-sku-after-image.
           move ws-sku-tbl-code(ws-sku-match-idx)  to ws-img-sku-code.
           move ws-sku-tbl-desc(ws-sku-match-idx)  to ws-img-sku-desc.
           move ws-sku-tbl-price(ws-sku-match-idx) to ws-img-sku-price.
           move ws-sku-tbl-vendor(ws-sku-match-idx) to
                                 ws-img-sku-vendor.
           move ws-sku-tbl-consign-pct(ws-sku-match-idx) to
                                 ws-img-sku-consign-pct.
           move ws-sku-image to ws-after-image.
      *
      *************************************************************
           end-if.
      *
       410-store-add.
           perform 440-check-open-date.
           if ws-store-found = 1
               move ws-Rsn-Dup-Key to ws-disp-reason
           else
               if mnt-name = spaces
                   move ws-Rsn-No-Name to ws-disp-reason
               else
                   if ws-open-date-ok not = "y"
                       move ws-Rsn-Bad-Open-Date to ws-disp-reason
                   else
                       if ws-store-count >= 99
                           move ws-Rsn-Table-Full to ws-disp-reason
                       else
                           perform 415-apply-store-add
                       end-if
                   end-if
               end-if
           end-if.
               move mnt-active-flag to
                                 ws-store-tbl-active(ws-store-count)
           end-if.
           if mnt-open-date = spaces
               move ws-system-date-num to
                                 ws-store-tbl-open(ws-store-count)
           else
               move ws-open-date-work to
                                 ws-store-tbl-open(ws-store-count)
           end-if.
           move ws-store-count to ws-store-match-idx.
           perform 460-build-store-after-image.
           move "y" to ws-maint-ok.
           move "y" to ws-store-master-changed.
      *
       420-store-change.
           perform 440-check-open-date.
           if ws-store-found = 0
               move ws-Rsn-Not-Found to ws-disp-reason
           else
           if ws-open-date-ok not = "y"
               move ws-Rsn-Bad-Open-Date to ws-disp-reason
           else
               perform 455-build-store-before-image
               if mnt-name not = spaces
                   move mnt-active-flag to
                                 ws-store-tbl-active(ws-store-match-idx)
               end-if
               if mnt-open-date not = spaces
                   move ws-open-date-work to
                                 ws-store-tbl-open(ws-store-match-idx)
               end-if
               perform 460-build-store-after-image
               move "y" to ws-maint-ok
               move "y" to ws-store-master-changed
           end-if
           end-if.
      *
      *a store with layaway plans still open keeps its active flag -
                   move "y" to ws-store-master-changed
               end-if
           end-if.
      *
      *an open date keyed on the transaction must be a real
      *yyyymmdd; none keyed is always acceptable
       440-check-open-date.
           move "y" to ws-open-date-ok.
           move 0   to ws-open-date-work.
           if mnt-open-date not = spaces
               if mnt-open-date is numeric
                   move mnt-open-date to ws-open-date-work
                   if ws-open-month < 1 or ws-open-month > 12 or
                     ws-open-day < 1 or ws-open-day > 31 or
                     ws-open-year < 1900
                       move "n" to ws-open-date-ok
                   end-if
               else
                   move "n" to ws-open-date-ok
               end-if
           end-if.
      *
       450-search-store-table.
           move 0 to ws-store-found.
                                       to ws-img-store-name.
           move ws-store-tbl-active(ws-store-match-idx)
                                       to ws-img-store-active.
           move ws-store-tbl-open(ws-store-match-idx)
                                       to ws-img-store-open.
           move ws-store-image to ws-before-image.
      *
       460-build-store-after-image.
                                       to ws-img-store-name.
           move ws-store-tbl-active(ws-store-match-idx)
                                       to ws-img-store-active.
           move ws-store-tbl-open(ws-store-match-idx)
                                       to ws-img-store-open.
           move ws-store-image to ws-after-image.
      *
      *************************************************************
           move ws-dept-image to ws-after-image.
      *
      *************************************************************
      *one reorder-level transaction, keyed by store number and SKU.
      *The SKU must be on the SKU master; the store need not be
      *open yet, so a new store's levels can go on ahead of it.
       590-work-reorder-transaction.
           if mnt-store-num not numeric
               move ws-Rsn-Bad-Store-Num to ws-disp-reason
           else
               move mnt-store-num to ws-store-num-work
               perform 350-search-sku-table
               perform 595-search-reorder-table
               if mnt-add
                   perform 591-reorder-add
               else
                   if mnt-change
                       perform 592-reorder-change
                   else
                       if mnt-deactivate
                           perform 593-reorder-delete
                       else
                           move ws-Rsn-Bad-Action to ws-disp-reason
                       end-if
                   end-if
               end-if
           end-if.
      *
       591-reorder-add.
           if ws-rol-found = 1
               move ws-Rsn-Dup-Key to ws-disp-reason
           else
               if ws-sku-found = 0
                   move ws-Rsn-Bad-Sku to ws-disp-reason
               else
                   if mnt-reorder-point not numeric or
                     mnt-reorder-qty not numeric
                       move ws-Rsn-Bad-Reorder to ws-disp-reason
                   else
                       if ws-rol-count >= 20000
                           move ws-Rsn-Table-Full to ws-disp-reason
                       else
                           add 1 to ws-rol-count
                           move ws-store-num-work to
                                 ws-rol-tbl-store(ws-rol-count)
                           move mnt-sku-code to
                                 ws-rol-tbl-sku(ws-rol-count)
                           move mnt-reorder-point to
                                 ws-rol-tbl-point(ws-rol-count)
                           move mnt-reorder-qty to
                                 ws-rol-tbl-qty(ws-rol-count)
                           move "n" to ws-rol-tbl-deleted(ws-rol-count)
                           move ws-rol-count to ws-rol-match-idx
                           perform 598-build-reorder-after-image
                           move "y" to ws-maint-ok
                           move "y" to ws-reorder-changed
                       end-if
                   end-if
               end-if
           end-if.
      *
       592-reorder-change.
           if ws-rol-found = 0
               move ws-Rsn-Not-Found to ws-disp-reason
           else
               if (mnt-reorder-point not = spaces and
                   mnt-reorder-point not numeric) or
                  (mnt-reorder-qty not = spaces and
                   mnt-reorder-qty not numeric)
                   move ws-Rsn-Bad-Reorder to ws-disp-reason
               else
                   perform 597-build-reorder-before-image
                   if mnt-reorder-point not = spaces
                       move mnt-reorder-point to
                                 ws-rol-tbl-point(ws-rol-match-idx)
                   end-if
                   if mnt-reorder-qty not = spaces
                       move mnt-reorder-qty to
                                 ws-rol-tbl-qty(ws-rol-match-idx)
                   end-if
                   perform 598-build-reorder-after-image
                   move "y" to ws-maint-ok
                   move "y" to ws-reorder-changed
               end-if
           end-if.
      *
      *dropping a store/SKU's levels stops its replenishment
       593-reorder-delete.
           if ws-rol-found = 0
               move ws-Rsn-Not-Found to ws-disp-reason
           else
               perform 597-build-reorder-before-image
               move "y" to ws-rol-tbl-deleted(ws-rol-match-idx)
               move "(REMOVED FROM MASTER)" to ws-after-image
               move "y" to ws-maint-ok
               move "y" to ws-reorder-changed
           end-if.
      *
       595-search-reorder-table.
           move 0 to ws-rol-found.
           move 1 to ws-rol-idx.
           perform 596-search-reorder-loop
             until ws-rol-idx > ws-rol-count or ws-rol-found = 1.
      *
       596-search-reorder-loop.
           if ws-rol-tbl-store(ws-rol-idx) = ws-store-num-work and
             ws-rol-tbl-sku(ws-rol-idx) = mnt-sku-code and
             ws-rol-tbl-deleted(ws-rol-idx) = "n"
               move 1          to ws-rol-found
               move ws-rol-idx to ws-rol-match-idx
           else
               add 1 to ws-rol-idx
           end-if.
      *
       597-build-reorder-before-image.
           move ws-rol-tbl-store(ws-rol-match-idx) to ws-img-rol-store.
           move ws-rol-tbl-sku(ws-rol-match-idx)   to ws-img-rol-sku.
           move ws-rol-tbl-point(ws-rol-match-idx) to ws-img-rol-point.
           move ws-rol-tbl-qty(ws-rol-match-idx)   to ws-img-rol-qty.
           move ws-reorder-image to ws-before-image.
      *
       598-build-reorder-after-image.
           move ws-rol-tbl-store(ws-rol-match-idx) to ws-img-rol-store.
           move ws-rol-tbl-sku(ws-rol-match-idx)   to ws-img-rol-sku.
           move ws-rol-tbl-point(ws-rol-match-idx) to ws-img-rol-point.
           move ws-rol-tbl-qty(ws-rol-match-idx)   to ws-img-rol-qty.
           move ws-reorder-image to ws-after-image.
      *
      *************************************************************
      *rewrites the reorder levels from the working table, dropping
      *the lines removed this run
       716-rewrite-reorder-levels.
           open output reorder-levels-file.
           perform 717-write-one-reorder
             varying ws-rol-idx from 1 by 1
             until ws-rol-idx > ws-rol-count.
           close reorder-levels-file.
      *
       717-write-one-reorder.
           if ws-rol-tbl-deleted(ws-rol-idx) = "n"
               move ws-rol-tbl-store(ws-rol-idx) to rol-store-num
               move ws-rol-tbl-sku(ws-rol-idx)   to rol-sku-code
               move ws-rol-tbl-point(ws-rol-idx) to rol-reorder-point
               move ws-rol-tbl-qty(ws-rol-idx)   to rol-reorder-qty
               write reorder-level-line
           end-if.
      *
      *************************************************************
      *rewrites the department master from the working table
       714-rewrite-dept-master.
           open output dept-master-file.
           end-if.
      *
      *************************************************************
      *one vendor master transaction, keyed off the first six bytes
      *of the SKU-code field
       610-work-vendor-transaction.
           move mnt-sku-code(1:6) to ws-vnd-num-work.
           perform 58-search-vendor-table.
           if mnt-add
               perform 612-vendor-add
           else
               if mnt-change
                   perform 614-vendor-change
               else
                   if mnt-deactivate
                       perform 616-vendor-delete
                   else
                       move ws-Rsn-Bad-Action to ws-disp-reason
                   end-if
               end-if
           end-if.
      *
       612-vendor-add.
           if ws-vnd-found = 1
               move ws-Rsn-Dup-Key to ws-disp-reason
           else
               if mnt-name = spaces or
                 ws-vnd-num-work = spaces or
                 ws-vnd-num-work = const-no-vendor
                   move ws-Rsn-No-Name to ws-disp-reason
               else
                   if mnt-terms-days not = spaces and
                     mnt-terms-days not numeric
                       move ws-Rsn-Bad-Terms to ws-disp-reason
                   else
                       if ws-vnd-count >= 500
                           move ws-Rsn-Table-Full to ws-disp-reason
                       else
                           perform 613-apply-vendor-add
                       end-if
                   end-if
               end-if
           end-if.
      *
       613-apply-vendor-add.
           add 1 to ws-vnd-count.
           move ws-vnd-num-work to ws-vnd-tbl-num(ws-vnd-count).
           move mnt-name        to ws-vnd-tbl-name(ws-vnd-count).
           if mnt-terms-days = spaces
               move 0 to ws-vnd-tbl-terms(ws-vnd-count)
           else
               move mnt-terms-days to
                                 ws-vnd-tbl-terms(ws-vnd-count)(1:3)
           end-if.
           move "n" to ws-vnd-tbl-deleted(ws-vnd-count).
           move ws-vnd-count to ws-vnd-match-idx.
           perform 622-build-vendor-after-image.
           move "y" to ws-maint-ok.
           move "y" to ws-vendor-master-changed.
      *
       614-vendor-change.
           if ws-vnd-found = 0
               move ws-Rsn-Not-Found to ws-disp-reason
           else
               if mnt-terms-days not = spaces and
                 mnt-terms-days not numeric
                   move ws-Rsn-Bad-Terms to ws-disp-reason
               else
                   perform 620-build-vendor-before-image
                   if mnt-name not = spaces
                       move mnt-name to
                                 ws-vnd-tbl-name(ws-vnd-match-idx)
                   end-if
                   if mnt-terms-days not = spaces
                       move mnt-terms-days to
                                 ws-vnd-tbl-terms(ws-vnd-match-idx)(1:3)
                   end-if
                   perform 622-build-vendor-after-image
                   move "y" to ws-maint-ok
                   move "y" to ws-vendor-master-changed
               end-if
           end-if.
      *
      *a vendor with SKUs still assigned keeps its line - dropping
      *it would leave their consignment sales with no one to pay
       616-vendor-delete.
           if ws-vnd-found = 0
               move ws-Rsn-Not-Found to ws-disp-reason
           else
               perform 618-count-vendor-skus
               if ws-vnd-found = 9
                   move ws-Rsn-Vendor-In-Use to ws-disp-reason
               else
                   perform 620-build-vendor-before-image
                   move "y" to ws-vnd-tbl-deleted(ws-vnd-match-idx)
                   move "(REMOVED FROM MASTER)" to ws-after-image
                   move "y" to ws-maint-ok
                   move "y" to ws-vendor-master-changed
               end-if
           end-if.
      *
      *flags ws-vnd-found 9 when any live SKU still carries the
      *vendor being deactivated
       618-count-vendor-skus.
           perform 619-scan-one-sku-vendor
             varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-sku-count or ws-vnd-found = 9.
      *
       619-scan-one-sku-vendor.
           if ws-sku-tbl-deleted(ws-sku-idx) = "n" and
             ws-sku-tbl-vendor(ws-sku-idx) = ws-vnd-num-work
               move 9 to ws-vnd-found
           end-if.
      *
       620-build-vendor-before-image.
           move ws-vnd-tbl-num(ws-vnd-match-idx)   to ws-img-vnd-num.
           move ws-vnd-tbl-name(ws-vnd-match-idx)  to ws-img-vnd-name.
           move ws-vnd-tbl-terms(ws-vnd-match-idx) to ws-img-vnd-terms.
           move ws-vendor-image to ws-before-image.
      *
       622-build-vendor-after-image.
           move ws-vnd-tbl-num(ws-vnd-match-idx)   to ws-img-vnd-num.
           move ws-vnd-tbl-name(ws-vnd-match-idx)  to ws-img-vnd-name.
           move ws-vnd-tbl-terms(ws-vnd-match-idx) to ws-img-vnd-terms.
           move ws-vendor-image to ws-after-image.
      *
      *************************************************************
      *rewrites the vendor master from the working table, dropping
      *the lines removed this run
       718-rewrite-vendor-master.
           open output vendor-master-file.
           perform 719-write-one-vendor
             varying ws-vnd-idx from 1 by 1
             until ws-vnd-idx > ws-vnd-count.
           close vendor-master-file.
      *
       719-write-one-vendor.
           if ws-vnd-tbl-deleted(ws-vnd-idx) = "n"
               move ws-vnd-tbl-num(ws-vnd-idx)   to vnd-vendor-num
               move ws-vnd-tbl-name(ws-vnd-idx)  to vnd-vendor-name
               move ws-vnd-tbl-terms(ws-vnd-idx) to vnd-terms-days
               write vendor-master-line
           end-if.
      *
      *************************************************************
      *prints one transaction's before/after block and keeps the
      *applied/rejected counts
       600-print-before-after.
           write output-line
             from ws-maint-action-line
             after advancing 2 lines.
           write output-line from ws-maint-operator-line.
           move ws-before-image to ws-disp-before.
           write output-line from ws-maint-before-line.
           move ws-after-image to ws-disp-after.
               move ws-sku-tbl-desc(ws-sku-idx)  to skm-description
               move ws-sku-tbl-price(ws-sku-idx) to skm-unit-price
               move ws-sku-tbl-dept(ws-sku-idx)  to skm-dept-code
               move ws-sku-tbl-vendor(ws-sku-idx) to skm-vendor-num
               move ws-sku-tbl-consign-pct(ws-sku-idx) to
                                 skm-consign-pct
               write sku-master-line
           end-if.
      *
           move ws-store-tbl-num(ws-store-idx)    to stm-store-num.
           move ws-store-tbl-name(ws-store-idx)   to stm-store-name.
           move ws-store-tbl-active(ws-store-idx) to stm-active-flag.
           move ws-store-tbl-open(ws-store-idx)   to stm-open-date.
           write store-master-line.
      *
      *************************************************************
           write output-line
             from ws-maint-totals-1
             after advancing 2 lines.
           move ws-total-keyed    to ws-keyed-disp.
           move ws-total-declined to ws-declined-disp.
           write output-line from ws-maint-totals-2.
           move ws-total-refused  to ws-refused-disp.
           move ws-total-awaiting to ws-awaiting-disp.
           write output-line from ws-maint-totals-3.
      *
      *************************************************************
      *writes back every change still waiting - those decided this
      *run drop off - and the last change number issued
       730-rewrite-pending-changes.
           move 0 to ws-total-awaiting.
           open output pending-file.
           perform 731-write-one-pending
             varying ws-pnd-idx from 1 by 1
             until ws-pnd-idx > ws-pnd-count.
           close pending-file.
           open output pending-control-file.
           move ws-pnd-last-num to mpc-last-change-num.
           write pending-control-line.
           close pending-control-file.
      *
       731-write-one-pending.
           if ws-pnd-tbl-done(ws-pnd-idx) = "n"
               move ws-pnd-tbl-num(ws-pnd-idx)   to mpd-change-num
               move ws-pnd-tbl-date(ws-pnd-idx)  to mpd-keyed-date
               move ws-pnd-tbl-time(ws-pnd-idx)  to mpd-keyed-time
               move ws-pnd-tbl-trans(ws-pnd-idx) to mpd-trans
               write pending-line
               add 1 to ws-total-awaiting
           end-if.
      *
      *the keyed transactions now live on the pending-changes file
      *and the decisions have been acted on, so both input files
      *are emptied - a rerun must not key the same changes twice
       735-clear-keyed-input.
           open output maint-trans-file.
           close maint-trans-file.
           open output approval-file.
           close approval-file.
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
               if ws-lock-lent-to not = "Master_Maintenance"
                   perform 9050-stop-run-locked
               end-if
           else
               accept ws-system-date from date YYYYMMDD
               accept ws-system-time from time
               open output run-lock-file
               move "Master_Maintenance"   to lck-program-name
               move ws-sys-year            to lck-since-date(1:4)
               move ws-sys-month           to lck-since-date(5:2)
               move ws-sys-day             to lck-since-date(7:2)
               move ws-sys-hour            to lck-since-time(1:2)
               move ws-sys-minute          to lck-since-time(3:2)
               move ws-sys-second          to lck-since-time(5:2)
               move "MASTER FILE MAINTENANCE" to lck-run-descr
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
               move "TABLE LIMIT EXCEEDED"  to adt-status-text
           else
               if return-code = 0
                   move "COMPLETED"             to adt-status-text
               else
                   if ws-total-applied = 0 and ws-total-rejected = 0
                     and ws-total-refused = 0
                       move "NO TRANSACTIONS"       to adt-status-text
                   else
                       move "COMPLETED WITH REJECTS"
                                                to adt-status-text
                   end-if
               end-if
           end-if
           end-if.
           write audit-trail-line.
           close audit-trail-file.
           display "Master_Maintenance: RUN STOPPED - RAISE THE "
             "TABLE LIMIT AND RERUN".
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
           display "Master_Maintenance: RUN LOCK HELD BY "
             ws-lock-holder.
           display "Master_Maintenance: HELD SINCE "
             ws-lock-since-date " " ws-lock-since-time
             " FOR " ws-lock-descr.
           display "Master_Maintenance: RUN STOPPED - RERUN WHEN "
             "THE HOLDER FINISHES, OR CLEAR A STALE LOCK WITH "
             "Run_Lock_Clear".
           move 8 to return-code.
           perform 790-write-audit-trail.
           goback.
      *
