      *
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rdl-trans-code           pic x.
           05 rdl-rec-type             pic x.
               88 rdl-detail-rec       value 'D'.
           05 rdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdl-trans-code           pic x.
           05 vdl-trans-date           pic x(8).
           05 vdl-rec-type             pic x.
               88 vdl-detail-rec       value 'D'.
               88 vdl-tender-rec       value 'P'.
           05 vdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
      *one accepted invoice and the date it first posted
       fd invoice-register-file
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
      *one record of an archived data file, the chain's usual shape
       fd history-file
           data record is history-line
           record contains 80 characters.
      *
       01 history-line.
           05 hst-trans-code           pic x.
           05 hst-trans-date           pic x(8).
           05 hst-rec-type             pic x.
               88 hst-detail-rec       value 'D'.
               88 hst-tender-rec       value 'P'.
           05 hst-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 hst-salesperson          pic 9(5).
           05 filler                   pic x(25).
      *
       fd report-file
           data record is output-line
               10 ws-cat-tbl-archive      pic x(60).
               10 ws-cat-tbl-date         pic 9(8).
               10 ws-cat-tbl-time         pic 9(6).
               10 ws-cat-tbl-run-type     pic x.
                   88 ws-cat-tbl-catch-up     value "C".
               10 ws-cat-tbl-store        pic xx.
      *
       01 ws-catalog-control.
           05 ws-catalog-count         pic 9(4)    value 0.
                                 ws-cat-tbl-date(ws-catalog-count)
               move acl-run-time      to
                                 ws-cat-tbl-time(ws-catalog-count)
               move acl-run-type      to
                                 ws-cat-tbl-run-type(ws-catalog-count)
               move acl-catch-up-store to
                                 ws-cat-tbl-store(ws-catalog-count)
           end-if.
      *
      *************************************************************
      *decides whether the catalog entry ws-cat-idx points at is the
      *latest archived copy of its file for its business date - the
      *same latest-copy-per-date pick Weekly_Sales_Report uses, so a
      *same-day rerun's second archive never counts the day twice.
      *The nightly copies and each late store's catch-up copies are
      *picked apart, since a catch-up holds only its own store.
       65-check-latest-copy.
           move 1 to ws-pick-latest.
           perform 66-compare-one-copy
             ws-cat-tbl-original(ws-cmp-idx) =
                                 ws-cat-tbl-original(ws-cat-idx) and
             ws-cat-tbl-date(ws-cmp-idx) =
                                 ws-cat-tbl-date(ws-cat-idx) and
             ws-cat-tbl-run-type(ws-cmp-idx) =
                                 ws-cat-tbl-run-type(ws-cat-idx) and
             ws-cat-tbl-store(ws-cmp-idx) =
                                 ws-cat-tbl-store(ws-cat-idx)
               if ws-cat-tbl-time(ws-cmp-idx) >
                 ws-cat-tbl-time(ws-cat-idx)
                   move 0 to ws-pick-latest
                   move "y" to ws-history-eof-flag
           end-read.
           if ws-history-eof-flag not = "y" and not hst-detail-rec
             and not hst-tender-rec and hst-trans-code = "V"
               if hst-store-num is numeric and hst-store-num > 0
                   add 1 to ws-vt-history(hst-store-num)
               end-if
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and not vdl-detail-rec
             and not vdl-tender-rec and vdl-trans-code = "V"
               if vdl-store-num is numeric and vdl-store-num > 0
                   add 1 to ws-vt-today(vdl-store-num)
               end-if
