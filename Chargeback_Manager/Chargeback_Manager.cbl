       identification division.

      *Program:    Chargeback_Manager
      *Author:     Group 15
      *Date:       October 15th, 2026
      *Comment:    Works the card processor's daily chargeback file.
      *            Each new chargeback is matched to the sale it
      *            disputes - the invoice must be on
      *            Invoice-Register.dat and a card tender of the
      *            charged-back type must turn up for it in today's
      *            S-L-Data.dat or an archived copy through
      *            Archive-Catalog.dat.  A matched chargeback goes on
      *            the standing Chargeback-Ledger.dat as an open
      *            dispute and its money onto Chargeback-Totals.dat,
      *            which GL_Posting reverses out of the card
      *            receivables; anything that cannot be matched is
      *            listed as an exception and not posted.  The
      *            processor's response, won and lost notices update
      *            the ledger, a won dispute's money coming back
      *            through the same totals file.  The report ends
      *            with the open disputes aged by store and reason
      *            code and every one still open past its response
      *            deadline.  Run by Daily_Run_Driver just before
      *            GL_Posting.

       program-id. Chargeback_Manager.
      *
       environment division.
       input-output section.
       file-control.
      *
      *The processor's chargeback notices for the day
       select notice-file
           assign to "../../../../data/Chargeback-Notices.dat"
           organization is line sequential
           file status is ws-notice-status.
      *
      *Permanent register of every invoice accepted on any run;
      *one keyed READ per chargeback
       select invoice-register-file
           assign to "../../../../data/Invoice-Register.dat"
           organization is indexed
           access mode is random
           record key is irg-invoice
           file status is ws-register-status.
      *
       select archive-catalog-file
           assign to "../../../../data/Archive-Catalog.dat"
           organization is line sequential
           file status is ws-catalog-status.
      *
      *One S&L file being searched for the disputed sales - today's
      *first, then the archived days' copies
       select history-file
           assign to ws-history-file-name
           organization is line sequential
           file status is ws-history-status.
      *
       select store-master-file
           assign to "../../../../data/Store-Master.dat"
           organization is line sequential
           file status is ws-store-status.
      *
      *Every dispute taken on, open or settled, read in whole and
      *written back out with the day's changes
       select ledger-file
           assign to ws-ledger-file-name
           organization is line sequential
           file status is ws-ledger-status.
      *
      *Per-store, per-card-type chargeback money, posted by
      *GL_Posting
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
      *one processor notice: a new chargeback, or the response
      *filed, won or lost on one already taken on
       fd notice-file
           data record is notice-line
           record contains 50 characters.
      *
       01 notice-line.
           05 cbn-rec-type             pic x.
               88 cbn-new-chargeback       value "C".
               88 cbn-responded            value "R".
               88 cbn-won                  value "W".
               88 cbn-lost                 value "L".
           05 cbn-card-type            pic xx.
               88 cbn-card-type-ok         value "CR" "DB".
           05 cbn-invoice              pic x(9).
           05 cbn-amount               pic 9(7)v99.
           05 cbn-reason-code          pic x(4).
           05 cbn-notice-date          pic 9(8).
      *    the processor's respond-by date; zeros take the standing
      *    response window from the notice date
           05 cbn-respond-by           pic 9(8).
           05 filler                   pic x(9).
      *
      *one accepted invoice and the date it first posted
       fd invoice-register-file
           data record is invoice-register-rec
           record contains 17 characters.
      *
       01 invoice-register-rec.
           05 irg-invoice              pic x(9).
           05 irg-post-year            pic 9(4).
           05 irg-post-month           pic 99.
           05 irg-post-day             pic 99.
      *
      *one catalog entry per archived file
       fd archive-catalog-file
           data record is archive-catalog-line
           record contains 104 characters.
      *
       01 archive-catalog-line.
           05 acl-original-name        pic x(20).
           05 acl-archive-name         pic x(60).
           05 acl-run-date             pic 9(8).
           05 acl-run-time             pic 9(6).
           05 acl-record-count         pic 9(7).
      *    a catch-up run's copy holds only its late store's day:
      *    run type C and that store, blank on a nightly copy
           05 acl-run-type             pic x.
               88 acl-catch-up-copy    value "C".
           05 acl-catch-up-store       pic xx.
      *
      *one S&L record, the chain's usual shape
       fd history-file
           data record is history-line
           record contains 80 characters.
      *
       01 history-line.
           05 hst-trans-code           pic x.
               88 hst-s-code               value "S".
               88 hst-l-code               value "L".
           05 hst-trans-amt            pic 9(7)v99.
           05 hst-payment-type         pic xx.
               88 hst-card-type            value "CR" "DB".
           05 hst-store-num            pic 99.
           05 hst-invoice              pic x(9).
           05 hst-sku                  pic x(15).
           05 hst-trans-date           pic x(8).
           05 hst-rec-type             pic x.
               88 hst-detail-rec           value 'D'.
           05 hst-quantity             pic 9(3).
           05 hst-salesperson          pic 9(5).
           05 filler                   pic x(25).
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
      *one dispute: the sale it was matched to, the chargeback, the
      *deadline, and where it stands
       fd ledger-file
           data record is ledger-line
           record contains 80 characters.
      *
       01 ledger-line.
           05 cbl-invoice              pic x(9).
           05 cbl-card-type            pic xx.
           05 cbl-store-num            pic 99.
           05 cbl-sale-date            pic 9(8).
           05 cbl-sale-amount          pic 9(7)v99.
           05 cbl-amount               pic 9(7)v99.
           05 cbl-reason-code          pic x(4).
           05 cbl-notice-date          pic 9(8).
           05 cbl-deadline             pic 9(8).
      *    O open, R response filed, W won, L lost
           05 cbl-status               pic x.
           05 cbl-status-date          pic 9(8).
      *    the run date the chargeback was taken on, so a rerun of
      *    the same day re-posts it instead of calling it a repeat
           05 cbl-intake-date          pic 9(8).
           05 filler                   pic x(4).
      *
      *one store and card type's chargebacks and recoveries
       fd totals-file
           data record is totals-line
           record contains 24 characters.
      *
       01 totals-line.
           05 cbt-store-num            pic 99.
           05 cbt-card-type            pic xx.
           05 cbt-charged-amount       pic 9(8)v99.
           05 cbt-won-amount           pic 9(8)v99.
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
           05 filler                   pic x(33)   value spaces.
           05 filler                   pic x(20)   value
                                       "Chargeback Report - ".
           05 ws-title-year            pic 9(4).
           05 filler                   pic x       value "-".
           05 ws-title-month           pic 99.
           05 filler                   pic x       value "-".
           05 ws-title-day             pic 99.
           05 filler                   pic x(37)   value spaces.
      *
       01 ws-received-title.
           05 filler                   pic x(40)   value
              "Chargebacks Received And Posted:".
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-received-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(11)   value "Invoice".
           05 filler                   pic x(7)    value "Store".
           05 filler                   pic x(6)    value "Card".
           05 filler                   pic x(8)    value "Reason".
           05 filler                   pic x(14)   value
                                       "    Chargeback".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(10)   value "Sale Date".
           05 filler                   pic x(14)   value
                                       "   Sale Amount".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(10)   value "Respond By".
           05 filler                   pic x(14)   value spaces.
      *
       01 ws-received-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-rcv-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-rcv-store             pic 99.
           05 filler                   pic x(5)    value spaces.
           05 ws-rcv-card              pic xx.
           05 filler                   pic x(4)    value spaces.
           05 ws-rcv-reason            pic x(4).
           05 filler                   pic x(4)    value spaces.
           05 ws-rcv-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 ws-rcv-sale-date         pic 9(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-rcv-sale-amount       pic z,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 ws-rcv-deadline          pic 9(8).
           05 filler                   pic x(14)   value spaces.
      *
       01 ws-update-title.
           05 filler                   pic x(40)   value
              "Dispute Status Updates:".
           05 filler                   pic x(60)   value spaces.
      *
       01 ws-update-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-upd-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-upd-store             pic 99.
           05 filler                   pic x(5)    value spaces.
           05 ws-upd-card              pic xx.
           05 filler                   pic x(4)    value spaces.
           05 ws-upd-reason            pic x(4).
           05 filler                   pic x(4)    value spaces.
           05 ws-upd-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 ws-upd-status-text       pic x(20).
           05 filler                   pic x(30)   value spaces.
      *
       01 ws-exception-title.
           05 filler                   pic x(50)   value
              "Chargeback Exceptions - Not Posted:".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-exception-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-exc-rec-type          pic x.
           05 filler                   pic x(2)    value spaces.
           05 ws-exc-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-exc-card              pic xx.
           05 filler                   pic x(4)    value spaces.
           05 ws-exc-reason            pic x(4).
           05 filler                   pic x(4)    value spaces.
           05 ws-exc-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 ws-exc-text              pic x(30).
           05 filler                   pic x(24)   value spaces.
      *
       01 ws-aging-title.
           05 filler                   pic x(50)   value
              "Open Disputes By Store And Reason Code:".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-aging-heading.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(26)   value "Store".
           05 filler                   pic x(8)    value "Reason".
           05 filler                   pic x(6)    value "  Open".
           05 filler                   pic x(14)   value
                                       "   Open Amount".
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(6)    value "  Past".
           05 filler                   pic x(14)   value
                                       "   Past Amount".
           05 filler                   pic x(22)   value spaces.
      *
       01 ws-aging-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-agl-store             pic 99.
           05 filler                   pic x(2)    value spaces.
           05 ws-agl-store-name        pic x(20).
           05 filler                   pic x(2)    value spaces.
           05 ws-agl-reason            pic x(4).
           05 filler                   pic x(2)    value spaces.
           05 ws-agl-open-count        pic zzzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-agl-open-amount       pic z,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 ws-agl-past-count        pic zzzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ws-agl-past-amount       pic z,zzz,zz9.99.
           05 filler                   pic x(24)   value spaces.
      *
       01 ws-past-title.
           05 filler                   pic x(50)   value
              "Open Disputes Past The Response Deadline:".
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-past-detail.
           05 filler                   pic x(2)    value spaces.
           05 ws-pst-invoice           pic x(9).
           05 filler                   pic x(2)    value spaces.
           05 ws-pst-store             pic 99.
           05 filler                   pic x(5)    value spaces.
           05 ws-pst-card              pic xx.
           05 filler                   pic x(4)    value spaces.
           05 ws-pst-reason            pic x(4).
           05 filler                   pic x(4)    value spaces.
           05 ws-pst-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(8)    value "Due By: ".
           05 ws-pst-deadline          pic 9(8).
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(11)   value "Days Past: ".
           05 ws-pst-days              pic zzzz9.
           05 filler                   pic x(14)   value spaces.
      *
       01 ws-none-found-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(26)   value
                                       "None.".
           05 filler                   pic x(72)   value spaces.
      *
       01 ws-no-notice-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(50)   value
              "NO CHARGEBACK NOTICES ON FILE FOR THIS RUN".
           05 filler                   pic x(48)   value spaces.
      *
       01 ws-listing-trunc-line.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(46)   value
              "LISTING TRUNCATED - EVERY HIT IS COUNTED".
           05 filler                   pic x(52)   value spaces.
      *
       01 ws-summary-title.
           05 filler                   pic x(20)   value
                                       "Chargeback Summary:".
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
      *the exception reasons
       77 ws-exc-unreadable            pic x(30)   value
                                       "UNREADABLE NOTICE".
       77 ws-exc-not-card              pic x(30)   value
                                       "NOT A CARD PAYMENT TYPE".
       77 ws-exc-dup-notice            pic x(30)   value
                                       "DUPLICATE ON NOTICE FILE".
       77 ws-exc-already-taken         pic x(30)   value
                                       "ALREADY ON CHARGEBACK LEDGER".
       77 ws-exc-not-registered        pic x(30)   value
                                       "INVOICE NOT ON REGISTER".
       77 ws-exc-no-sale               pic x(30)   value
                                       "NO MATCHING CARD SALE FOUND".
       77 ws-exc-over-sale             pic x(30)   value
                                       "EXCEEDS ORIGINAL SALE".
       77 ws-exc-no-dispute            pic x(30)   value
                                       "NO OPEN DISPUTE ON LEDGER".
      *
      *the status wording for the updates section
       77 ws-txt-responded             pic x(20)   value
                                       "RESPONSE FILED".
       77 ws-txt-won                   pic x(20)   value
                                       "WON - FUNDS RETURNED".
       77 ws-txt-lost                  pic x(20)   value
                                       "LOST - CLOSED".
      *
      *eof constants
       77 eof-flag                     pic x       value "n".
       77 eof-y                        pic x       value "y".
      *
      *days the processor allows for a response when its notice
      *does not give a respond-by date
       77 const-response-days          pic 9(3)    value 10.
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
       77 ws-sl-file-name              pic x(60)   value
                                     "../../../../data/S-L-Data.dat".
       77 ws-ledger-file-name          pic x(60)   value
                          "../../../../data/Chargeback-Ledger.dat".
       77 ws-totals-file-name          pic x(60)   value
                          "../../../../data/Chargeback-Totals.dat".
       77 ws-report-file-name          pic x(60)   value
                            "../../../../output/Chargeback-Report.out".
      *
      *file status fields
       01 ws-file-status-fields.
           05 ws-notice-status         pic xx      value "00".
           05 ws-register-status       pic xx      value "00".
           05 ws-catalog-status        pic xx      value "00".
           05 ws-history-status        pic xx      value "00".
           05 ws-store-status          pic xx      value "00".
           05 ws-ledger-status         pic xx      value "00".
      *
      *whether the register opened, held while the notices are
      *vetted
       01 ws-register-control.
           05 ws-register-flag         pic x       value "n".
               88 ws-register-open         value "y".
      *
      *today's date as one number, for the intake stamp and aging
       01 ws-today-control.
           05 ws-today-num             pic 9(8)    value 0.
      *
      *every notice on the day's file, in file order, with what the
      *matching found for it.  A notice that cannot be worked
      *carries its exception reason.
       01 ws-notice-table.
           05 ws-ntc-entry             occurs 2000 times
                                       indexed by ws-ntc-idx.
               10 ws-ntc-tbl-rec-type     pic x.
               10 ws-ntc-tbl-card-type    pic xx.
               10 ws-ntc-tbl-invoice      pic x(9).
               10 ws-ntc-tbl-amount       pic 9(7)v99.
               10 ws-ntc-tbl-reason       pic x(4).
               10 ws-ntc-tbl-notice-date  pic 9(8).
               10 ws-ntc-tbl-deadline     pic 9(8).
               10 ws-ntc-tbl-exception    pic x(30).
               10 ws-ntc-tbl-store        pic 99.
               10 ws-ntc-tbl-sale-date    pic 9(8).
               10 ws-ntc-tbl-sale-amount  pic 9(7)v99.
      *        which S&L file the sale turned up in - the first
      *        file to show it wins, so today's copy and its later
      *        archive never add up twice
               10 ws-ntc-tbl-file-seq     pic 9(5).
               10 ws-ntc-tbl-matched      pic x.
                   88 ws-ntc-tbl-is-matched    value "y".
      *        a chargeback already taken on by an earlier run today
               10 ws-ntc-tbl-repost       pic x.
                   88 ws-ntc-tbl-is-repost     value "y".
               10 ws-ntc-tbl-ledger-idx   pic 9(5).
      *
       01 ws-notice-control.
           05 ws-ntc-count             pic 9(4)    value 0.
           05 ws-ntc-eof-flag          pic x       value "n".
           05 ws-ntc-file-flag         pic x       value "n".
               88 ws-ntc-file-found        value "y".
           05 ws-ntc-sub               pic 9(4)    value 0.
      *
       77 ws-ntc-max                   pic 9(4)    value 2000.
      *
      *the new chargebacks' invoices in key order, pointing back at
      *their notice, so each S&L record is one bisect away from
      *knowing whether it is a disputed sale
       01 ws-invoice-index.
           05 ws-inx-entry             occurs 2001 times
                                       indexed by ws-inx-idx.
               10 ws-inx-tbl-invoice      pic x(9).
               10 ws-inx-tbl-ntc-sub      pic 9(4).
      *
       01 ws-invoice-index-control.
           05 ws-inx-count             pic 9(4)    value 0.
           05 ws-inx-found             pic 9       value 0.
           05 ws-inx-match-idx         pic 9(4)    value 0.
           05 ws-inx-search-key        pic x(9)    value spaces.
      *
      *the standing ledger, read in whole and written back out
       01 ws-ledger-table.
           05 ws-led-entry             occurs 20001 times
                                       indexed by ws-led-idx.
               10 ws-led-tbl-invoice      pic x(9).
               10 ws-led-tbl-card-type    pic xx.
               10 ws-led-tbl-store        pic 99.
               10 ws-led-tbl-sale-date    pic 9(8).
               10 ws-led-tbl-sale-amount  pic 9(7)v99.
               10 ws-led-tbl-amount       pic 9(7)v99.
               10 ws-led-tbl-reason       pic x(4).
               10 ws-led-tbl-notice-date  pic 9(8).
               10 ws-led-tbl-deadline     pic 9(8).
               10 ws-led-tbl-status       pic x.
                   88 ws-led-tbl-open          value "O".
                   88 ws-led-tbl-responded     value "R".
                   88 ws-led-tbl-unsettled     value "O" "R".
               10 ws-led-tbl-status-date  pic 9(8).
               10 ws-led-tbl-intake-date  pic 9(8).
      *
       01 ws-ledger-control.
           05 ws-led-count             pic 9(5)    value 0.
           05 ws-led-eof-flag          pic x       value "n".
           05 ws-led-found             pic 9       value 0.
           05 ws-led-match-idx         pic 9(5)    value 0.
           05 ws-led-search-status     pic x       value space.
      *
       77 ws-led-max                   pic 9(5)    value 20000.
      *
      *the store master, for the names on the aging section
       01 ws-store-table.
           05 ws-store-entry           occurs 99 times
                                       indexed by ws-store-idx.
               10 ws-store-tbl-num        pic 99.
               10 ws-store-tbl-name       pic x(20).
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-store-found           pic 9       value 0.
           05 ws-store-eof-flag        pic x       value "n".
      *
      *the day's chargeback money and recoveries per store and card
      *type, handed to GL_Posting
       01 ws-store-money-table.
           05 ws-smy-entry             occurs 99 times.
               10 ws-smy-charged-cr       pic 9(8)v99  value 0.
               10 ws-smy-charged-db       pic 9(8)v99  value 0.
               10 ws-smy-won-cr           pic 9(8)v99  value 0.
               10 ws-smy-won-db           pic 9(8)v99  value 0.
      *
       01 ws-store-money-control.
           05 ws-smy-sub               pic 99      value 0.
      *
      *the open disputes rolled up by store and reason code, kept
      *in key order
       01 ws-aging-table.
           05 ws-agg-entry             occurs 1001 times
                                       indexed by ws-agg-idx.
               10 ws-agg-tbl-key.
                   15 ws-agg-tbl-store    pic 99.
                   15 ws-agg-tbl-reason   pic x(4).
               10 ws-agg-tbl-open-count   pic 9(6).
               10 ws-agg-tbl-open-amount  pic 9(9)v99.
               10 ws-agg-tbl-past-count   pic 9(6).
               10 ws-agg-tbl-past-amount  pic 9(9)v99.
      *
       01 ws-aging-control.
           05 ws-agg-count             pic 9(4)    value 0.
           05 ws-agg-found             pic 9       value 0.
           05 ws-agg-match-idx         pic 9(4)    value 0.
           05 ws-agg-search-key.
               10 ws-agg-search-store     pic 99.
               10 ws-agg-search-reason    pic x(4).
      *
       77 ws-agg-max                   pic 9(4)    value 1000.
      *
      *the catalog of archived files, loaded once at startup
       01 ws-catalog-table.
           05 ws-cat-entry             occurs 2000 times
                                       indexed by ws-cat-idx.
               10 ws-cat-tbl-original     pic x(20).
               10 ws-cat-tbl-archive      pic x(60).
               10 ws-cat-tbl-date         pic 9(8).
               10 ws-cat-tbl-time         pic 9(6).
               10 ws-cat-tbl-run-type     pic x.
                   88 ws-cat-tbl-catch-up     value "C".
               10 ws-cat-tbl-store        pic xx.
      *
       01 ws-catalog-control.
           05 ws-catalog-count         pic 9(4)    value 0.
           05 ws-catalog-eof-flag      pic x       value "n".
      *    whether the catalog entry in hand is the latest same-day
      *    copy of its file
           05 ws-pick-latest           pic 9       value 0.
           05 ws-cmp-idx               pic 9(4)    value 0.
      *
      *tracks whichever S&L file is being searched
       01 ws-history-control.
           05 ws-history-file-name     pic x(60)   value spaces.
           05 ws-history-eof-flag      pic x       value "n".
           05 ws-history-file-seq      pic 9(5)    value 0.
      *
      *shared workspace for the bisecting searches and in-place
      *inserts the tables use
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
      *the calendar day being stepped to default a deadline
       01 ws-walk-date.
           05 ws-walk-year             pic 9(4).
           05 ws-walk-month            pic 99.
           05 ws-walk-day              pic 99.
       01 ws-walk-date-num redefines ws-walk-date
                                       pic 9(8).
      *
       01 ws-walk-work.
           05 ws-walk-max-day          pic 99      value 0.
           05 ws-walk-leap-rem         pic 9(4)    value 0.
           05 ws-walk-leap-quot        pic 9(4)    value 0.
           05 ws-walk-steps            pic 9(5)    value 0.
      *
      *a deadline split apart for the days-past arithmetic
       01 ws-deadline-work.
           05 ws-dl-year               pic 9(4).
           05 ws-dl-month              pic 99.
           05 ws-dl-day                pic 99.
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
           05 ws-total-notices         pic 9(6)    value 0.
           05 ws-total-posted          pic 9(6)    value 0.
           05 ws-total-updates         pic 9(6)    value 0.
           05 ws-total-exceptions      pic 9(6)    value 0.
           05 ws-total-open            pic 9(6)    value 0.
           05 ws-total-past            pic 9(6)    value 0.
           05 ws-total-charged         pic 9(9)v99 value 0.
           05 ws-total-won             pic 9(9)v99 value 0.
           05 ws-total-open-amount     pic 9(9)v99 value 0.
           05 ws-total-past-amount     pic 9(9)v99 value 0.
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
           perform 40-load-notices.
           perform 150-print-page-headings.
           if not ws-ntc-file-found
               write output-line
                 from ws-no-notice-line
                 after advancing 1 line
           end-if.
      *
           open input invoice-register-file.
           if ws-register-status = "00"
               move "y" to ws-register-flag
           end-if.
           perform 100-check-new-chargebacks
             varying ws-ntc-sub from 1 by 1
             until ws-ntc-sub > ws-ntc-count.
           if ws-register-open
               close invoice-register-file
           end-if.
           if ws-inx-count > 0
               perform 50-load-catalog
               perform 200-search-sales
           end-if.
           perform 300-post-new-chargebacks
             varying ws-ntc-sub from 1 by 1
             until ws-ntc-sub > ws-ntc-count.
           perform 400-apply-status-updates.
           perform 500-print-exceptions.
           perform 600-print-aging.
           perform 700-write-ledger.
           perform 720-write-totals.
           perform 750-print-summary.
      *
      *    tell the driver whether anything needs chasing: a notice
      *    nobody could match, or a dispute left past its deadline
           if ws-total-exceptions > 0 or ws-total-past > 0
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
               move "../../../../trial/S-L-Data.dat"
                                       to ws-sl-file-name
               move "../../../../trial/Chargeback-Totals.dat"
                                       to ws-totals-file-name
               move "../../../../trial/Chargeback-Report.out"
                                       to ws-report-file-name
           end-if.
      *
      *************************************************************
      *open files
       25-open-files.
           open output report-file.
      *
      *************************************************************
      *loads the store master for the names on the aging section
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
      *loads the standing ledger; the first run starts it empty
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
               if ws-led-count >= ws-led-max
                   move "CHARGEBACK LEDGER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-led-count
               move cbl-invoice     to ws-led-tbl-invoice(ws-led-count)
               move cbl-card-type   to
                                 ws-led-tbl-card-type(ws-led-count)
               move cbl-store-num   to ws-led-tbl-store(ws-led-count)
               move cbl-sale-date   to
                                 ws-led-tbl-sale-date(ws-led-count)
               move cbl-sale-amount to
                                 ws-led-tbl-sale-amount(ws-led-count)
               move cbl-amount      to ws-led-tbl-amount(ws-led-count)
               move cbl-reason-code to ws-led-tbl-reason(ws-led-count)
               move cbl-notice-date to
                                 ws-led-tbl-notice-date(ws-led-count)
               move cbl-deadline    to
                                 ws-led-tbl-deadline(ws-led-count)
               move cbl-status      to ws-led-tbl-status(ws-led-count)
               move cbl-status-date to
                                 ws-led-tbl-status-date(ws-led-count)
               move cbl-intake-date to
                                 ws-led-tbl-intake-date(ws-led-count)
           end-if.
      *
      *************************************************************
      *loads the day's notices.  One that cannot be read is kept
      *with its exception so it still shows on the listing.
       40-load-notices.
           open input notice-file.
           if ws-notice-status = "00"
               move "y" to ws-ntc-file-flag
               perform 41-read-notice
                 until ws-ntc-eof-flag = "y"
               close notice-file
           end-if.
      *
       41-read-notice.
           read notice-file
               at end
                   move "y" to ws-ntc-eof-flag
           end-read.
           if ws-ntc-eof-flag not = "y"
               if ws-ntc-count >= ws-ntc-max
                   move "CHARGEBACK NOTICE TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-ntc-count
               add 1 to ws-total-notices
               perform 42-store-notice
           end-if.
      *
       42-store-notice.
           move cbn-rec-type    to ws-ntc-tbl-rec-type(ws-ntc-count).
           move cbn-card-type   to ws-ntc-tbl-card-type(ws-ntc-count).
           move cbn-invoice     to ws-ntc-tbl-invoice(ws-ntc-count).
           move cbn-reason-code to ws-ntc-tbl-reason(ws-ntc-count).
           move spaces          to ws-ntc-tbl-exception(ws-ntc-count).
           move 0               to ws-ntc-tbl-store(ws-ntc-count).
           move 0               to ws-ntc-tbl-sale-date(ws-ntc-count).
           move 0             to ws-ntc-tbl-sale-amount(ws-ntc-count).
           move 0               to ws-ntc-tbl-file-seq(ws-ntc-count).
           move "n"             to ws-ntc-tbl-matched(ws-ntc-count).
           move "n"             to ws-ntc-tbl-repost(ws-ntc-count).
           move 0               to ws-ntc-tbl-ledger-idx(ws-ntc-count).
           if cbn-amount is numeric
               move cbn-amount to ws-ntc-tbl-amount(ws-ntc-count)
           else
               move 0          to ws-ntc-tbl-amount(ws-ntc-count)
           end-if.
           if cbn-notice-date is numeric
               move cbn-notice-date to
                                 ws-ntc-tbl-notice-date(ws-ntc-count)
           else
               move 0 to ws-ntc-tbl-notice-date(ws-ntc-count)
           end-if.
      *
           if not cbn-new-chargeback and not cbn-responded
             and not cbn-won and not cbn-lost
               move ws-exc-unreadable to
                                 ws-ntc-tbl-exception(ws-ntc-count)
           else
               if not cbn-card-type-ok
                   move ws-exc-not-card to
                                 ws-ntc-tbl-exception(ws-ntc-count)
               else
                   if cbn-invoice = spaces or
                     ws-ntc-tbl-notice-date(ws-ntc-count) = 0
                       move ws-exc-unreadable to
                                 ws-ntc-tbl-exception(ws-ntc-count)
                   end-if
               end-if
           end-if.
           if cbn-new-chargeback and
             ws-ntc-tbl-amount(ws-ntc-count) = 0
               move ws-exc-unreadable to
                                 ws-ntc-tbl-exception(ws-ntc-count)
           end-if.
      *
      *    the processor's respond-by date, else the standing window
      *    counted on from the notice date
           if cbn-respond-by is numeric and cbn-respond-by > 0
               move cbn-respond-by to
                                 ws-ntc-tbl-deadline(ws-ntc-count)
           else
               move ws-ntc-tbl-notice-date(ws-ntc-count)
                                       to ws-walk-date-num
               move 0 to ws-walk-steps
               if ws-walk-date-num > 0
                   perform 46-step-walk-forward
                     until ws-walk-steps >= const-response-days
               end-if
               move ws-walk-date-num to
                                 ws-ntc-tbl-deadline(ws-ntc-count)
           end-if.
      *
      *************************************************************
       44-find-days-in-walk-month.
           if ws-walk-month = 4 or ws-walk-month = 6 or
             ws-walk-month = 9 or ws-walk-month = 11
               move 30 to ws-walk-max-day
           else
               if ws-walk-month = 2
                   move 28 to ws-walk-max-day
                   divide ws-walk-year by 4
                     giving ws-walk-leap-quot
                     remainder ws-walk-leap-rem
                   if ws-walk-leap-rem = 0
                       move 29 to ws-walk-max-day
                       divide ws-walk-year by 100
                         giving ws-walk-leap-quot
                         remainder ws-walk-leap-rem
                       if ws-walk-leap-rem = 0
                           move 28 to ws-walk-max-day
                           divide ws-walk-year by 400
                             giving ws-walk-leap-quot
                             remainder ws-walk-leap-rem
                           if ws-walk-leap-rem = 0
                               move 29 to ws-walk-max-day
                           end-if
                       end-if
                   end-if
               else
                   move 31 to ws-walk-max-day
               end-if
           end-if.
      *
      *moves the walk date on one calendar day
       46-step-walk-forward.
           perform 44-find-days-in-walk-month.
           add 1 to ws-walk-day.
           if ws-walk-day > ws-walk-max-day
               move 1 to ws-walk-day
               add 1 to ws-walk-month
               if ws-walk-month > 12
                   move 1 to ws-walk-month
                   add 1 to ws-walk-year
               end-if
           end-if.
           add 1 to ws-walk-steps.
      *
      *************************************************************
      *loads the archive catalog; a site with no archives yet
      *matches off today's S&L file alone
       50-load-catalog.
           open input archive-catalog-file.
           if ws-catalog-status = "00"
               perform 51-read-catalog-entry
                 until ws-catalog-eof-flag = "y"
               close archive-catalog-file
           end-if.
      *
       51-read-catalog-entry.
           read archive-catalog-file
               at end
                   move "y" to ws-catalog-eof-flag
           end-read.
           if ws-catalog-eof-flag not = "y"
               if ws-catalog-count >= 2000
                   move "ARCHIVE CATALOG TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-catalog-count
               move acl-original-name to
                                 ws-cat-tbl-original(ws-catalog-count)
               move acl-archive-name  to
                                 ws-cat-tbl-archive(ws-catalog-count)
               move acl-run-date      to
                                 ws-cat-tbl-date(ws-catalog-count)
               move acl-run-time      to
                                 ws-cat-tbl-time(ws-catalog-count)
               move acl-run-type      to
                                 ws-cat-tbl-run-type(ws-catalog-count)
               move acl-catch-up-store to
                                 ws-cat-tbl-store(ws-catalog-count)
           end-if.
      *
      *decides whether the catalog entry ws-cat-idx points at is the
      *latest archived copy of its file for its business date, so a
      *same-day rerun's second archive is never searched twice.  The
      *nightly copies and each late store's catch-up copies are
      *picked apart, since a catch-up holds only its own store.
       65-check-latest-copy.
           move 1 to ws-pick-latest.
           perform 66-compare-one-copy
             varying ws-cmp-idx from 1 by 1
             until ws-cmp-idx > ws-catalog-count
             or ws-pick-latest = 0.
      *
       66-compare-one-copy.
           if ws-cmp-idx not = ws-cat-idx and
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
               end-if
               if ws-cat-tbl-time(ws-cmp-idx) =
                 ws-cat-tbl-time(ws-cat-idx) and
                 ws-cmp-idx > ws-cat-idx
                   move 0 to ws-pick-latest
               end-if
           end-if.
      *
      *************************************************************
      *vets one new chargeback before the sales are searched: it
      *must not repeat another notice or a dispute already taken
      *on, and its invoice must be on the register.  One that
      *passes goes on the key-ordered invoice index.
       100-check-new-chargebacks.
           if ws-ntc-tbl-rec-type(ws-ntc-sub) = "C" and
             ws-ntc-tbl-exception(ws-ntc-sub) = spaces
               perform 110-check-ledger-repeat
               if ws-ntc-tbl-exception(ws-ntc-sub) = spaces and
                 not ws-ntc-tbl-is-repost(ws-ntc-sub)
                   perform 120-check-register
               end-if
               if ws-ntc-tbl-exception(ws-ntc-sub) = spaces and
                 not ws-ntc-tbl-is-repost(ws-ntc-sub)
                   move ws-ntc-tbl-invoice(ws-ntc-sub)
                                       to ws-inx-search-key
                   perform 130-search-invoice-index
                   if ws-inx-found = 1
                       move ws-exc-dup-notice to
                                 ws-ntc-tbl-exception(ws-ntc-sub)
                   else
                       perform 135-insert-invoice-index
                   end-if
               end-if
           end-if.
      *
      *the same chargeback - invoice, notice date and reason - on
      *the ledger already.  Taken on by an earlier run today, it is
      *a rerun and posts again; taken on any other day, it is a
      *repeat from the processor.
       110-check-ledger-repeat.
           perform 111-compare-ledger-entry
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count
             or ws-ntc-tbl-is-repost(ws-ntc-sub)
             or ws-ntc-tbl-exception(ws-ntc-sub) not = spaces.
      *
       111-compare-ledger-entry.
           if ws-led-tbl-invoice(ws-led-idx) =
                                 ws-ntc-tbl-invoice(ws-ntc-sub) and
             ws-led-tbl-notice-date(ws-led-idx) =
                                 ws-ntc-tbl-notice-date(ws-ntc-sub) and
             ws-led-tbl-reason(ws-led-idx) =
                                 ws-ntc-tbl-reason(ws-ntc-sub)
               if ws-led-tbl-intake-date(ws-led-idx) = ws-today-num
                   move "y" to ws-ntc-tbl-repost(ws-ntc-sub)
                   set ws-ntc-tbl-ledger-idx(ws-ntc-sub)
                                       to ws-led-idx
               else
                   move ws-exc-already-taken to
                                 ws-ntc-tbl-exception(ws-ntc-sub)
               end-if
           end-if.
      *
      *
      *one keyed READ; with no register on file nothing can match
       120-check-register.
           move ws-ntc-tbl-invoice(ws-ntc-sub) to irg-invoice.
           if ws-register-open
               read invoice-register-file
                   invalid key
                       move ws-exc-not-registered to
                                 ws-ntc-tbl-exception(ws-ntc-sub)
               end-read
           else
               move ws-exc-not-registered to
                                 ws-ntc-tbl-exception(ws-ntc-sub)
           end-if.
      *
      *bisects the invoice index for ws-inx-search-key, leaving the
      *slot a new invoice belongs in when it isn't found
       130-search-invoice-index.
           move 0 to ws-inx-found.
           move 1 to ws-bs-lo.
           move ws-inx-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 131-search-invoice-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       131-search-invoice-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-inx-tbl-invoice(ws-bs-mid) = ws-inx-search-key
                   move 1         to ws-inx-found
                   move ws-bs-mid to ws-inx-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-inx-tbl-invoice(ws-bs-mid) <
                     ws-inx-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
       135-insert-invoice-index.
           move ws-inx-count to ws-bs-shift-idx.
           perform 136-shift-invoice-index
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ws-inx-search-key to
                                 ws-inx-tbl-invoice(ws-bs-insert-at).
           move ws-ntc-sub to ws-inx-tbl-ntc-sub(ws-bs-insert-at).
           add 1 to ws-inx-count.
      *
       136-shift-invoice-index.
           move ws-inx-entry(ws-bs-shift-idx) to
             ws-inx-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
      *************************************************************
      *searches today's S&L file, then every archived day's latest
      *copy, for the card tenders the chargebacks dispute
       200-search-sales.
           move ws-sl-file-name to ws-history-file-name.
           perform 210-search-one-file.
           perform 205-search-one-archive
             varying ws-cat-idx from 1 by 1
             until ws-cat-idx > ws-catalog-count.
      *
       205-search-one-archive.
           if ws-cat-tbl-original(ws-cat-idx) = "S-L-Data.dat"
               perform 65-check-latest-copy
               if ws-pick-latest = 1
                   move ws-cat-tbl-archive(ws-cat-idx)
                                       to ws-history-file-name
                   perform 210-search-one-file
               end-if
           end-if.
      *
       210-search-one-file.
           add 1 to ws-history-file-seq.
           move "n" to ws-history-eof-flag.
           open input history-file.
           if ws-history-status = "00"
               perform 215-read-sales-record
                 until ws-history-eof-flag = "y"
               close history-file
           end-if.
      *
      *a card-paid invoice header, or a card tender line of a
      *split-tender invoice, carries what went on the card
       215-read-sales-record.
           read history-file
               at end
                   move "y" to ws-history-eof-flag
           end-read.
           if ws-history-eof-flag not = "y" and not hst-detail-rec
             and hst-card-type and (hst-s-code or hst-l-code)
               move hst-invoice to ws-inx-search-key
               perform 130-search-invoice-index
               if ws-inx-found = 1
                   move ws-inx-tbl-ntc-sub(ws-inx-match-idx)
                                       to ws-ntc-sub
                   if hst-payment-type =
                     ws-ntc-tbl-card-type(ws-ntc-sub)
                       perform 220-note-sale-match
                   end-if
               end-if
           end-if.
      *
      *the first file a sale turns up in is the one it is taken
      *from; more card tenders of the same type on that invoice in
      *the same file add to it
       220-note-sale-match.
           if not ws-ntc-tbl-is-matched(ws-ntc-sub)
               move "y"                 to
                                 ws-ntc-tbl-matched(ws-ntc-sub)
               move ws-history-file-seq to
                                 ws-ntc-tbl-file-seq(ws-ntc-sub)
               move hst-store-num       to
                                 ws-ntc-tbl-store(ws-ntc-sub)
               if hst-trans-date is numeric
                   move hst-trans-date  to
                                 ws-ntc-tbl-sale-date(ws-ntc-sub)
               end-if
               move hst-trans-amt       to
                                 ws-ntc-tbl-sale-amount(ws-ntc-sub)
           else
               if ws-ntc-tbl-file-seq(ws-ntc-sub) =
                 ws-history-file-seq
                   add hst-trans-amt to
                                 ws-ntc-tbl-sale-amount(ws-ntc-sub)
               end-if
           end-if.
      *
      *************************************************************
      *takes each matched chargeback onto the ledger as an open
      *dispute and its money onto the store's totals; one whose
      *sale never turned up, or that claws back more than the card
      *took, is an exception.  A rerun's chargeback is already on
      *the ledger and only posts its money again.
       300-post-new-chargebacks.
           if ws-ntc-tbl-rec-type(ws-ntc-sub) = "C"
               if ws-ntc-tbl-is-repost(ws-ntc-sub)
                   perform 320-post-repeat-chargeback
               else
                   if ws-ntc-tbl-exception(ws-ntc-sub) = spaces
                       perform 310-post-one-chargeback
                   end-if
               end-if
               if ws-ntc-tbl-exception(ws-ntc-sub) not = spaces
                   add 1 to ws-total-exceptions
               end-if
           end-if.
      *
       310-post-one-chargeback.
           if not ws-ntc-tbl-is-matched(ws-ntc-sub)
               move ws-exc-no-sale to
                                 ws-ntc-tbl-exception(ws-ntc-sub)
           else
               if ws-ntc-tbl-amount(ws-ntc-sub) >
                 ws-ntc-tbl-sale-amount(ws-ntc-sub)
                   move ws-exc-over-sale to
                                 ws-ntc-tbl-exception(ws-ntc-sub)
               end-if
           end-if.
           if ws-ntc-tbl-exception(ws-ntc-sub) = spaces
               if ws-led-count >= ws-led-max
                   move "CHARGEBACK LEDGER TABLE" to ws-abort-table-name
                   perform 9000-abort-table-full
               end-if
               add 1 to ws-led-count
               move ws-ntc-tbl-invoice(ws-ntc-sub)     to
                                 ws-led-tbl-invoice(ws-led-count)
               move ws-ntc-tbl-card-type(ws-ntc-sub)   to
                                 ws-led-tbl-card-type(ws-led-count)
               move ws-ntc-tbl-store(ws-ntc-sub)       to
                                 ws-led-tbl-store(ws-led-count)
               move ws-ntc-tbl-sale-date(ws-ntc-sub)   to
                                 ws-led-tbl-sale-date(ws-led-count)
               move ws-ntc-tbl-sale-amount(ws-ntc-sub) to
                                 ws-led-tbl-sale-amount(ws-led-count)
               move ws-ntc-tbl-amount(ws-ntc-sub)      to
                                 ws-led-tbl-amount(ws-led-count)
               move ws-ntc-tbl-reason(ws-ntc-sub)      to
                                 ws-led-tbl-reason(ws-led-count)
               move ws-ntc-tbl-notice-date(ws-ntc-sub) to
                                 ws-led-tbl-notice-date(ws-led-count)
               move ws-ntc-tbl-deadline(ws-ntc-sub)    to
                                 ws-led-tbl-deadline(ws-led-count)
               move "O"          to ws-led-tbl-status(ws-led-count)
               move ws-today-num to
                                 ws-led-tbl-status-date(ws-led-count)
               move ws-today-num to
                                 ws-led-tbl-intake-date(ws-led-count)
               move ws-led-count to ws-led-match-idx
               perform 330-credit-chargeback
           end-if.
      *
       320-post-repeat-chargeback.
           move ws-ntc-tbl-ledger-idx(ws-ntc-sub) to ws-led-match-idx.
           perform 330-credit-chargeback.
      *
      *adds the ledger entry ws-led-match-idx points at to the
      *store's chargeback money and lists it
       330-credit-chargeback.
           move ws-led-tbl-store(ws-led-match-idx) to ws-smy-sub.
           if ws-smy-sub > 0
               if ws-led-tbl-card-type(ws-led-match-idx) = "CR"
                   add ws-led-tbl-amount(ws-led-match-idx) to
                                 ws-smy-charged-cr(ws-smy-sub)
               else
                   add ws-led-tbl-amount(ws-led-match-idx) to
                                 ws-smy-charged-db(ws-smy-sub)
               end-if
           end-if.
           add ws-led-tbl-amount(ws-led-match-idx) to ws-total-charged.
           add 1 to ws-total-posted.
           if ws-total-posted = 1
               write output-line
                 from ws-received-title
                 after advancing 2 lines
               write output-line
                 from ws-received-heading
                 after advancing 1 line
           end-if.
           move ws-led-tbl-invoice(ws-led-match-idx)   to
                                 ws-rcv-invoice.
           move ws-led-tbl-store(ws-led-match-idx)     to ws-rcv-store.
           move ws-led-tbl-card-type(ws-led-match-idx) to ws-rcv-card.
           move ws-led-tbl-reason(ws-led-match-idx)    to
                                 ws-rcv-reason.
           move ws-led-tbl-amount(ws-led-match-idx)    to
                                 ws-rcv-amount.
           move ws-led-tbl-sale-date(ws-led-match-idx) to
                                 ws-rcv-sale-date.
           move ws-led-tbl-sale-amount(ws-led-match-idx) to
                                 ws-rcv-sale-amount.
           move ws-led-tbl-deadline(ws-led-match-idx)  to
                                 ws-rcv-deadline.
           write output-line from ws-received-detail.
      *
      *************************************************************
      *applies the processor's response, won and lost notices to
      *the disputes they name, oldest unsettled one first
       400-apply-status-updates.
           write output-line
             from ws-update-title
             after advancing 2 lines.
           perform 410-apply-one-update
             varying ws-ntc-sub from 1 by 1
             until ws-ntc-sub > ws-ntc-count.
           if ws-total-updates = 0
               write output-line from ws-none-found-line
           end-if.
      *
       410-apply-one-update.
           if ws-ntc-tbl-rec-type(ws-ntc-sub) not = "C"
               if ws-ntc-tbl-exception(ws-ntc-sub) = spaces
                   perform 420-find-dispute
                   if ws-led-found = 1
                       perform 430-update-dispute
                   else
                       move ws-exc-no-dispute to
                                 ws-ntc-tbl-exception(ws-ntc-sub)
                   end-if
               end-if
               if ws-ntc-tbl-exception(ws-ntc-sub) not = spaces
                   add 1 to ws-total-exceptions
               end-if
           end-if.
      *
      *a response can only be filed on an open dispute; a decision
      *settles an open or responded one.  A rerun finds the update
      *already made today on the dispute it settled.
       420-find-dispute.
           move 0 to ws-led-found.
           perform 421-check-dispute-unsettled
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count or ws-led-found = 1.
           if ws-led-found = 0
               perform 422-check-dispute-done-today
                 varying ws-led-idx from 1 by 1
                 until ws-led-idx > ws-led-count or ws-led-found = 1
           end-if.
      *
       421-check-dispute-unsettled.
           if ws-led-tbl-invoice(ws-led-idx) =
                                 ws-ntc-tbl-invoice(ws-ntc-sub) and
             ws-led-tbl-card-type(ws-led-idx) =
                                 ws-ntc-tbl-card-type(ws-ntc-sub)
               if ws-led-tbl-open(ws-led-idx) or
                 (ws-led-tbl-responded(ws-led-idx) and
                  ws-ntc-tbl-rec-type(ws-ntc-sub) not = "R")
                   move 1 to ws-led-found
                   set ws-led-match-idx to ws-led-idx
               end-if
           end-if.
      *
       422-check-dispute-done-today.
           if ws-led-tbl-invoice(ws-led-idx) =
                                 ws-ntc-tbl-invoice(ws-ntc-sub) and
             ws-led-tbl-card-type(ws-led-idx) =
                                 ws-ntc-tbl-card-type(ws-ntc-sub) and
             ws-led-tbl-status(ws-led-idx) =
                                 ws-ntc-tbl-rec-type(ws-ntc-sub) and
             ws-led-tbl-status-date(ws-led-idx) = ws-today-num
               move 1 to ws-led-found
               set ws-led-match-idx to ws-led-idx
           end-if.
      *
      *a won dispute's money comes back onto the receivable - the
      *amount the notice names, else the whole chargeback
       430-update-dispute.
           move ws-ntc-tbl-rec-type(ws-ntc-sub) to
                                 ws-led-tbl-status(ws-led-match-idx).
           move ws-today-num to
                             ws-led-tbl-status-date(ws-led-match-idx).
           move ws-led-tbl-amount(ws-led-match-idx) to ws-upd-amount.
           if ws-ntc-tbl-rec-type(ws-ntc-sub) = "R"
               move ws-txt-responded to ws-upd-status-text
           end-if.
           if ws-ntc-tbl-rec-type(ws-ntc-sub) = "L"
               move ws-txt-lost      to ws-upd-status-text
           end-if.
           if ws-ntc-tbl-rec-type(ws-ntc-sub) = "W"
               move ws-txt-won       to ws-upd-status-text
               if ws-ntc-tbl-amount(ws-ntc-sub) = 0 or
                 ws-ntc-tbl-amount(ws-ntc-sub) >
                 ws-led-tbl-amount(ws-led-match-idx)
                   move ws-led-tbl-amount(ws-led-match-idx) to
                                 ws-ntc-tbl-amount(ws-ntc-sub)
               end-if
               move ws-ntc-tbl-amount(ws-ntc-sub) to ws-upd-amount
               perform 440-credit-recovery
           end-if.
           add 1 to ws-total-updates.
           move ws-led-tbl-invoice(ws-led-match-idx)   to
                                 ws-upd-invoice.
           move ws-led-tbl-store(ws-led-match-idx)     to ws-upd-store.
           move ws-led-tbl-card-type(ws-led-match-idx) to ws-upd-card.
           move ws-led-tbl-reason(ws-led-match-idx)    to
                                 ws-upd-reason.
           write output-line from ws-update-detail.
      *
       440-credit-recovery.
           move ws-led-tbl-store(ws-led-match-idx) to ws-smy-sub.
           if ws-smy-sub > 0
               if ws-led-tbl-card-type(ws-led-match-idx) = "CR"
                   add ws-ntc-tbl-amount(ws-ntc-sub) to
                                 ws-smy-won-cr(ws-smy-sub)
               else
                   add ws-ntc-tbl-amount(ws-ntc-sub) to
                                 ws-smy-won-db(ws-smy-sub)
               end-if
           end-if.
           add ws-ntc-tbl-amount(ws-ntc-sub) to ws-total-won.
      *
      *************************************************************
      *lists every notice that could not be worked, with why
       500-print-exceptions.
           write output-line
             from ws-exception-title
             after advancing 2 lines.
           perform 510-print-one-exception
             varying ws-ntc-sub from 1 by 1
             until ws-ntc-sub > ws-ntc-count.
           if ws-total-exceptions = 0
               write output-line from ws-none-found-line
           end-if.
      *
       510-print-one-exception.
           if ws-ntc-tbl-exception(ws-ntc-sub) not = spaces
               move ws-ntc-tbl-rec-type(ws-ntc-sub)  to ws-exc-rec-type
               move ws-ntc-tbl-invoice(ws-ntc-sub)   to ws-exc-invoice
               move ws-ntc-tbl-card-type(ws-ntc-sub) to ws-exc-card
               move ws-ntc-tbl-reason(ws-ntc-sub)    to ws-exc-reason
               move ws-ntc-tbl-amount(ws-ntc-sub)    to ws-exc-amount
               move ws-ntc-tbl-exception(ws-ntc-sub) to ws-exc-text
               write output-line from ws-exception-detail
           end-if.
      *
      *************************************************************
      *rolls every unsettled dispute up by store and reason code,
      *then lists the ones still open past their deadline.  A
      *dispute whose response has been filed is waiting on the
      *processor, not on us, so only an open one can be past due.
       600-print-aging.
           perform 610-age-one-dispute
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count.
      *
           write output-line
             from ws-aging-title
             after advancing 2 lines.
           write output-line
             from ws-aging-heading
             after advancing 1 line.
           perform 640-print-one-aging-line
             varying ws-agg-idx from 1 by 1
             until ws-agg-idx > ws-agg-count.
           if ws-agg-count = 0
               write output-line from ws-none-found-line
           end-if.
      *
           write output-line
             from ws-past-title
             after advancing 2 lines.
           perform 650-print-one-past-due
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count.
           if ws-total-past = 0
               write output-line from ws-none-found-line
           end-if.
      *
       610-age-one-dispute.
           if ws-led-tbl-unsettled(ws-led-idx)
               move ws-led-tbl-store(ws-led-idx)  to
                                 ws-agg-search-store
               move ws-led-tbl-reason(ws-led-idx) to
                                 ws-agg-search-reason
               perform 620-search-aging
               if ws-agg-found = 0
                   perform 625-insert-aging
               end-if
               add 1 to ws-agg-tbl-open-count(ws-agg-match-idx)
               add ws-led-tbl-amount(ws-led-idx) to
                             ws-agg-tbl-open-amount(ws-agg-match-idx)
               add 1 to ws-total-open
               add ws-led-tbl-amount(ws-led-idx) to
                                 ws-total-open-amount
               if ws-led-tbl-open(ws-led-idx) and
                 ws-led-tbl-deadline(ws-led-idx) < ws-today-num
                   add 1 to ws-agg-tbl-past-count(ws-agg-match-idx)
                   add ws-led-tbl-amount(ws-led-idx) to
                             ws-agg-tbl-past-amount(ws-agg-match-idx)
                   add 1 to ws-total-past
                   add ws-led-tbl-amount(ws-led-idx) to
                                 ws-total-past-amount
               end-if
           end-if.
      *
       620-search-aging.
           move 0 to ws-agg-found.
           move 1 to ws-bs-lo.
           move ws-agg-count to ws-bs-hi.
           move "n" to ws-bs-done.
           perform 621-search-aging-step
             until ws-bs-done = "y".
           move ws-bs-lo to ws-bs-insert-at.
      *
       621-search-aging-step.
           if ws-bs-lo > ws-bs-hi
               move "y" to ws-bs-done
           else
               compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
               if ws-agg-tbl-key(ws-bs-mid) = ws-agg-search-key
                   move 1         to ws-agg-found
                   move ws-bs-mid to ws-agg-match-idx
                   move "y"       to ws-bs-done
               else
                   if ws-agg-tbl-key(ws-bs-mid) < ws-agg-search-key
                       compute ws-bs-lo = ws-bs-mid + 1
                   else
                       compute ws-bs-hi = ws-bs-mid - 1
                   end-if
               end-if
           end-if.
      *
       625-insert-aging.
           if ws-agg-count >= ws-agg-max
               move "DISPUTE AGING TABLE" to ws-abort-table-name
               perform 9000-abort-table-full
           end-if.
           move ws-agg-count to ws-bs-shift-idx.
           perform 626-shift-aging
             until ws-bs-shift-idx < ws-bs-insert-at.
           move ws-bs-insert-at   to ws-agg-match-idx.
           move ws-agg-search-key to ws-agg-tbl-key(ws-agg-match-idx).
           move 0 to ws-agg-tbl-open-count(ws-agg-match-idx).
           move 0 to ws-agg-tbl-open-amount(ws-agg-match-idx).
           move 0 to ws-agg-tbl-past-count(ws-agg-match-idx).
           move 0 to ws-agg-tbl-past-amount(ws-agg-match-idx).
           add 1 to ws-agg-count.
      *
       626-shift-aging.
           move ws-agg-entry(ws-bs-shift-idx) to
             ws-agg-entry(ws-bs-shift-idx + 1).
           subtract 1 from ws-bs-shift-idx.
      *
       640-print-one-aging-line.
           move ws-agg-tbl-store(ws-agg-idx)       to ws-agl-store.
           move spaces                             to ws-agl-store-name.
           perform 645-find-store-name
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
           move ws-agg-tbl-reason(ws-agg-idx)      to ws-agl-reason.
           move ws-agg-tbl-open-count(ws-agg-idx)  to
                                 ws-agl-open-count.
           move ws-agg-tbl-open-amount(ws-agg-idx) to
                                 ws-agl-open-amount.
           move ws-agg-tbl-past-count(ws-agg-idx)  to
                                 ws-agl-past-count.
           move ws-agg-tbl-past-amount(ws-agg-idx) to
                                 ws-agl-past-amount.
           write output-line from ws-aging-detail.
      *
       645-find-store-name.
           if ws-store-tbl-num(ws-store-idx) =
             ws-agg-tbl-store(ws-agg-idx)
               move ws-store-tbl-name(ws-store-idx) to
                                 ws-agl-store-name
           end-if.
      *
       650-print-one-past-due.
           if ws-led-tbl-open(ws-led-idx) and
             ws-led-tbl-deadline(ws-led-idx) < ws-today-num
               perform 655-days-past-deadline
               move ws-led-tbl-invoice(ws-led-idx)   to ws-pst-invoice
               move ws-led-tbl-store(ws-led-idx)     to ws-pst-store
               move ws-led-tbl-card-type(ws-led-idx) to ws-pst-card
               move ws-led-tbl-reason(ws-led-idx)    to ws-pst-reason
               move ws-led-tbl-amount(ws-led-idx)    to ws-pst-amount
               move ws-led-tbl-deadline(ws-led-idx)  to
                                 ws-pst-deadline
               move ws-aging-days                    to ws-pst-days
               write output-line from ws-past-detail
           end-if.
      *
      *ages the dispute's deadline against today with the usual
      *30-day month / 360-day year approximation
       655-days-past-deadline.
           move ws-led-tbl-deadline(ws-led-idx) to ws-deadline-work.
           subtract ws-dl-year  from ws-sys-year
             giving ws-aging-year-part.
           subtract ws-dl-month from ws-sys-month
             giving ws-aging-month-part.
           subtract ws-dl-day   from ws-sys-day
             giving ws-aging-day-part.
           multiply ws-aging-year-part by 360
             giving ws-aging-days.
           multiply ws-aging-month-part by 30
             giving ws-aging-month-part.
           add ws-aging-month-part to ws-aging-days.
           add ws-aging-day-part   to ws-aging-days.
           if ws-aging-days < 1
               move 1 to ws-aging-days
           end-if.
      *
      *************************************************************
      *writes the ledger back out with the day's changes.  A
      *rehearsal reads the real ledger but leaves it alone, writing
      *its copy to the trial area.
       700-write-ledger.
           if ws-trial-running
               move "../../../../trial/Chargeback-Ledger.dat"
                                       to ws-ledger-file-name
           end-if.
           open output ledger-file.
           perform 705-write-one-dispute
             varying ws-led-idx from 1 by 1
             until ws-led-idx > ws-led-count.
           close ledger-file.
      *
       705-write-one-dispute.
           move spaces to ledger-line.
           move ws-led-tbl-invoice(ws-led-idx)     to cbl-invoice.
           move ws-led-tbl-card-type(ws-led-idx)   to cbl-card-type.
           move ws-led-tbl-store(ws-led-idx)       to cbl-store-num.
           move ws-led-tbl-sale-date(ws-led-idx)   to cbl-sale-date.
           move ws-led-tbl-sale-amount(ws-led-idx) to cbl-sale-amount.
           move ws-led-tbl-amount(ws-led-idx)      to cbl-amount.
           move ws-led-tbl-reason(ws-led-idx)      to cbl-reason-code.
           move ws-led-tbl-notice-date(ws-led-idx) to cbl-notice-date.
           move ws-led-tbl-deadline(ws-led-idx)    to cbl-deadline.
           move ws-led-tbl-status(ws-led-idx)      to cbl-status.
           move ws-led-tbl-status-date(ws-led-idx) to cbl-status-date.
           move ws-led-tbl-intake-date(ws-led-idx) to cbl-intake-date.
           write ledger-line.
      *
      *************************************************************
      *hands GL_Posting one line per store and card type that had
      *chargebacks or recoveries today.  Always written, so a quiet
      *day never leaves yesterday's figures to be posted again.
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
           if ws-smy-charged-cr(ws-smy-sub) > 0 or
             ws-smy-won-cr(ws-smy-sub) > 0
               move ws-smy-sub                    to cbt-store-num
               move "CR"                          to cbt-card-type
               move ws-smy-charged-cr(ws-smy-sub) to cbt-charged-amount
               move ws-smy-won-cr(ws-smy-sub)     to cbt-won-amount
               write totals-line
           end-if.
           if ws-smy-charged-db(ws-smy-sub) > 0 or
             ws-smy-won-db(ws-smy-sub) > 0
               move ws-smy-sub                    to cbt-store-num
               move "DB"                          to cbt-card-type
               move ws-smy-charged-db(ws-smy-sub) to cbt-charged-amount
               move ws-smy-won-db(ws-smy-sub)     to cbt-won-amount
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
           move "Notices Read            :" to ws-sum-count-label.
           move ws-total-notices to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Chargebacks Posted      :" to ws-sum-count-label.
           move ws-total-posted to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Status Updates Applied  :" to ws-sum-count-label.
           move ws-total-updates to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Exceptions Not Posted   :" to ws-sum-count-label.
           move ws-total-exceptions to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Chargeback Amount Posted:" to ws-sum-amount-label.
           move ws-total-charged to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Recovered On Won Disputes:" to ws-sum-amount-label.
           move ws-total-won to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Disputes Still Open     :" to ws-sum-count-label.
           move ws-total-open to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Open Dispute Amount     :" to ws-sum-amount-label.
           move ws-total-open-amount to ws-sum-amount.
           write output-line from ws-summary-amount-line.
           move "Open Past Deadline      :" to ws-sum-count-label.
           move ws-total-past to ws-sum-count.
           write output-line from ws-summary-count-line.
           move "Past Deadline Amount    :" to ws-sum-amount-label.
           move ws-total-past-amount to ws-sum-amount.
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
           move "Chargeback_Manager"   to adt-program-name.
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
               if ws-total-exceptions > 0
                   move "UNMATCHED CHARGEBACKS"  to adt-status-text
               else
                   if ws-total-past > 0
                       move "DISPUTES PAST DEADLINE" to
                                               adt-status-text
                   else
                       move "COMPLETED"             to adt-status-text
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
           display "Chargeback_Manager: TABLE LIMIT EXCEEDED - "
             ws-abort-table-name.
           display "Chargeback_Manager: RUN STOPPED - RAISE THE "
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
       end program Chargeback_Manager.
