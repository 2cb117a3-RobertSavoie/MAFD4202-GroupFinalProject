      *            package import replaces the morning retyping of
      *            Counts-Control-Totals.out and S-L-Report.out.
      *            Reads S-L-Data.dat and Return-Data.dat, the
      *            per-store tax figures S_L_Processing computed, its
      *            card-fee estimates, the till over/short
      *            Till_Over_Short worked out, and the chargebacks
      *            and recoveries Chargeback_Manager matched (posted
      *            as reversals of the card receivable), and the
      *            late transactions Prior_Period_Adjust accepted
      *            for months already closed, and writes a balanced
      *            debit/credit journal file plus a proof report
      *            showing debits equal credits.  The late
      *            transactions post into the current open period as
      *            journal lines of their own, marked as prior-period
      *            adjustments and carrying the closed month they
      *            belong to, and are listed in a section of their
      *            own on the proof.  US cash is held in its own
      *            cash account at the Canadian value the tills rang
      *            it at; when it is deposited the bank converts it
      *            at the day's bank rate off Exchange-Rate.dat, and
      *            the difference posts to the exchange gain/loss
      *            account.  A cash refund over the store limit that
      *            Returns sent to head office for a cheque
      *            (Refund-Cheque-Totals.dat) is credited to refund
      *            cheques payable rather than to cash, until the
      *            cheque clears.  Merchandise moved between stores
      *            (Transfer-Totals.dat, from Transfer_Manager) posts
      *            at cost through the inter-store clearing account:
      *            out of the sender's inventory when it ships, into
      *            the receiver's when it is received.  On a
      *            catch-up run (Catch-Up-Request.dat names a late
      *            store's file) the till over/short, chargebacks
      *            and prior-period adjustments are left out - the
      *            nightly run already posted them.  Runs as the
      *            final Daily_Run_Driver step.

       program-id. GL_Posting.
      *
           organization is line sequential
           file status is ws-cancel-status.
      *
      *Per-store net till over/short written by Till_Over_Short
       select over-short-totals-file
           assign to ws-over-short-file-name
           organization is line sequential
           file status is ws-over-short-status.
      *
      *Per-store, per-card-type chargebacks and recoveries written
      *by Chargeback_Manager
       select chargeback-totals-file
           assign to ws-chargeback-file-name
           organization is line sequential
           file status is ws-chargeback-status.
      *
      *Per-store cash refunds Returns sent for a head-office cheque
       select cheque-totals-file
           assign to ws-chqtot-file-name
           organization is line sequential
           file status is ws-chqtot-status.
      *
      *Per-store transfer cost shipped out and received in,
      *written by Transfer_Manager
       select transfer-totals-file
           assign to ws-transfer-file-name
           organization is line sequential
           file status is ws-transfer-status.
      *
      *Late transactions for closed months, accepted tonight by
      *Prior_Period_Adjust
       select prior-period-file
           assign to ws-prior-period-file-name
           organization is line sequential
           file status is ws-prior-period-status.
      *
      *The daily US-dollar rates; the bank rate is what the US cash
      *is worth when it is deposited
       select exchange-rate-file
           assign to "../../../../data/Exchange-Rate.dat"
           organization is line sequential
           file status is ws-rate-status.
      *
      *Finance's chart-of-accounts map: which account each posting
      *purpose goes to, per store or chain-wide (store 00), so a
      *remapping is a data change here instead of a code change
           organization is line sequential
           file status is ws-trial-status.
      *
      *The store and business date of a late file being caught up;
      *present only on a catch-up run
       select catch-up-file
           assign to "../../../../data/Catch-Up-Request.dat"
           organization is line sequential
           file status is ws-catch-up-status.
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
               88 sld-cr-type                      value "CR".
               88 sld-db-type                      value "DB".
               88 sld-gc-type                      value "GC".
               88 sld-us-type                      value "US".
           05 sld-store-num            pic 99.
           05 sld-invoice              pic x(9).
           05 sld-sku                  pic x(15).
           05 sld-trans-date           pic x(8).
           05 sld-rec-type             pic x.
               88 sld-detail-rec       value 'D'.
               88 sld-tender-rec       value 'P'.
           05 sld-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 sld-salesperson          pic 9(5).
           05 filler                   pic x(10).
      *    US dollars handed over on a US cash tender; the amount
      *    above is its Canadian equivalent at the till rate
           05 sld-foreign-amt          pic 9(7)v99.
           05 filler                   pic x(6).
      *
       fd return-data-file
           data record is return-data-line
           record contains 80 characters.
      *
       01 return-data-line.
           05 rdl-trans-code           pic x.
               88 rdl-r-code                       value "R".
           05 rdl-trans-amt            pic 9(7)v99.
           05 rdl-payment-type         pic xx.
               88 rdl-us-type                      value "US".
           05 rdl-store-num            pic 99.
           05 rdl-invoice              pic x(9).
           05 rdl-sku                  pic x(15).
           05 rdl-rec-type             pic x.
               88 rdl-detail-rec       value 'D'.
           05 rdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 rdl-salesperson          pic 9(5).
           05 filler                   pic x(10).
      *    US dollars handed over on a US cash tender; the amount
      *    above is its Canadian equivalent at the till rate
           05 rdl-foreign-amt          pic 9(7)v99.
           05 filler                   pic x(6).
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
      *one store's tax owed for the day, by authority
       fd store-tax-file
      *
       fd void-data-file
           data record is void-data-line
           record contains 80 characters.
      *
       01 void-data-line.
           05 vdl-trans-code           pic x.
               88 vdl-cr-type                      value "CR".
               88 vdl-db-type                      value "DB".
               88 vdl-gc-type                      value "GC".
               88 vdl-us-type                      value "US".
           05 vdl-store-num            pic 99.
           05 vdl-invoice              pic x(9).
           05 vdl-sku                  pic x(15).
           05 vdl-trans-date           pic x(8).
           05 vdl-rec-type             pic x.
               88 vdl-detail-rec       value 'D'.
               88 vdl-tender-rec       value 'P'.
           05 vdl-quantity             pic 9(3).
      *    salesperson who rang the sale, off the employee master
           05 vdl-salesperson          pic 9(5).
           05 filler                   pic x(10).
      *    US dollars handed over on a US cash tender; the amount
      *    above is its Canadian equivalent at the till rate
           05 vdl-foreign-amt          pic 9(7)v99.
           05 filler                   pic x(6).
      *
      *one store's gift-card money movement for the day
       fd gift-card-totals-file
           05 gct-issued-amount        pic 9(10)v99.
           05 gct-redeemed-amount      pic 9(10)v99.
      *
      *one day's US-dollar rates: the till rate sales are rung at
      *and the rate the bank pays on deposit
       fd exchange-rate-file
           data record is exchange-rate-line
           record contains 27 characters.
      *
       01 exchange-rate-line.
           05 xrt-rate-date            pic 9(8).
           05 xrt-currency             pic x(3).
           05 xrt-till-rate            pic 9(2)v9(6).
           05 xrt-bank-rate            pic 9(2)v9(6).
      *
      *one posting purpose's account, for one store or chain-wide
       fd gl-account-map-file
           data record is gl-account-map-line
           05 lct-cancel-fee           pic 9(8)v99.
           05 lct-cancel-refund        pic 9(10)v99.
      *
      *one store's net till over/short: positive the till was
      *over, negative it was short
       fd over-short-totals-file
           data record is over-short-totals-line
           record contains 13 characters.
      *
       01 over-short-totals-line.
           05 tos-store-num            pic 99.
           05 tos-over-short           pic s9(8)v99
                                       sign leading separate.
      *
      *one store and card type's chargebacks taken today and
      *disputes won back
       fd chargeback-totals-file
           data record is chargeback-totals-line
           record contains 24 characters.
      *
       01 chargeback-totals-line.
           05 cbt-store-num            pic 99.
           05 cbt-card-type            pic xx.
           05 cbt-charged-amount       pic 9(8)v99.
           05 cbt-won-amount           pic 9(8)v99.
      *
      *one store's cash refunds sent for a cheque today
       fd cheque-totals-file
           data record is cheque-totals-line
           record contains 19 characters.
      *
       01 cheque-totals-line.
           05 rct-store-num            pic 99.
           05 rct-cheque-count         pic 9(5).
           05 rct-cheque-amount        pic 9(10)v99.
      *
      *one store's transfer cost shipped out and received in today
       fd transfer-totals-file
           data record is transfer-totals-line
           record contains 22 characters.
      *
       01 transfer-totals-line.
           05 tft-store-num            pic 99.
           05 tft-shipped-cost         pic 9(8)v99.
           05 tft-received-cost        pic 9(8)v99.
      *
      *one accepted late transaction: the batch and night it
      *posted on, who authorized it, and the transaction with its
      *original business date and reason
       fd prior-period-file
           data record is prior-period-line
           record contains 100 characters.
      *
       01 prior-period-line.
           05 ppa-batch-id             pic x(8).
           05 ppa-posted-date          pic 9(8).
           05 ppa-authorized-by        pic 9(5).
           05 ppa-trans-code           pic x.
           05 ppa-trans-amt            pic 9(7)v99.
           05 ppa-payment-type         pic xx.
           05 ppa-store-num            pic 99.
           05 ppa-invoice              pic x(9).
           05 ppa-orig-date            pic 9(8).
           05 ppa-orig-date-x redefines ppa-orig-date.
               10 ppa-orig-period      pic 9(6).
               10 filler               pic 99.
           05 ppa-gst-amt              pic 9(5)v99.
           05 ppa-pst-amt              pic 9(5)v99.
           05 ppa-reason-code          pic x(4).
           05 ppa-reason-text          pic x(30).
      *
      *one journal line: account, store, amount, debit/credit flag,
      *and for a prior-period adjustment a "P" and the closed
      *year/month it belongs to (space and zero on a normal line)
       fd gl-extract-file
           data record is gl-extract-line
           record contains 26 characters.
      *
       01 gl-extract-line.
           05 gle-account              pic 9(4).
           05 gle-store-num            pic 99.
           05 gle-amount               pic 9(10)v99.
           05 gle-dc-flag              pic x.
           05 gle-line-type            pic x.
           05 gle-orig-period          pic 9(6).
      *
       fd report-file
           data record is output-line
       01 trial-flag-line.
           05 tfl-trial-flag           pic x.
      *
      *the store and business date a late file is being posted for
       fd catch-up-file
           data record is catch-up-line
           record contains 10 characters.
      *
       01 catch-up-line.
           05 cur-store-num            pic 99.
           05 cur-business-date        pic 9(8).
      *
      *one line appended per program per run
       fd audit-trail-file
           data record is audit-trail-line
           05 ws-proof-amount          pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 ws-proof-dc              pic x.
           05 filler                   pic x(4)    value spaces.
           05 ws-proof-adj-tag         pic x(13)   value spaces.
           05 ws-proof-adj-year        pic x(4)    value spaces.
           05 ws-proof-adj-dash        pic x       value space.
           05 ws-proof-adj-month       pic x(2)    value spaces.
           05 filler                   pic x(2)    value spaces.
           05 ws-proof-adj-invoice     pic x(9)    value spaces.
           05 filler                   pic x(25)   value spaces.
      *
       01 ws-prior-period-title.
           05 filler                   pic x(41)   value
                           "Prior-Period Adjustments (Closed Months):".
           05 filler                   pic x(59)   value spaces.
      *
       01 ws-proof-totals-1.
           05 filler                   pic x(21)   value
      *    entry, so nothing downstream mistakes it for a real run
           05 ws-trial-status-work      pic x(24)   value spaces.
      *
      *whether this run is a catch-up of one store's late file
       01 ws-catch-up-control.
           05 ws-catch-up-status       pic xx      value "00".
           05 ws-catch-up-flag         pic x       value "n".
               88 ws-catch-up-run          value "y".
      *
      *the filenames, swung to the trial area on a trial run
       77 ws-sl-file-name              pic x(60)   value
                                     "../../../../data/S-L-Data.dat".
                          "../../../../data/Layaway-Cancel-Totals.dat".
       77 ws-gct-file-name             pic x(60)   value
                              "../../../../data/Gift-Card-Totals.dat".
       77 ws-over-short-file-name      pic x(60)   value
                        "../../../../data/Till-Over-Short-Totals.dat".
       77 ws-chargeback-file-name      pic x(60)   value
                             "../../../../data/Chargeback-Totals.dat".
       77 ws-chqtot-file-name          pic x(60)   value
                       "../../../../data/Refund-Cheque-Totals.dat".
       77 ws-transfer-file-name        pic x(60)   value
                              "../../../../data/Transfer-Totals.dat".
       77 ws-prior-period-file-name    pic x(60)   value
                       "../../../../data/Prior-Period-Adj-Posted.dat".
       77 ws-extract-file-name         pic x(60)   value
                                   "../../../../data/GL-Extract.dat".
       77 ws-proof-file-name           pic x(60)   value
           05 ws-cancel-status         pic xx      value "00".
           05 ws-map-status            pic xx      value "00".
           05 ws-gct-status            pic xx      value "00".
           05 ws-over-short-status     pic xx      value "00".
           05 ws-chargeback-status     pic xx      value "00".
           05 ws-prior-period-status   pic xx      value "00".
           05 ws-rate-status           pic xx      value "00".
           05 ws-chqtot-status         pic xx      value "00".
           05 ws-transfer-status       pic xx      value "00".
      *
      *store master table with the day's per-store figures the
      *journal is built from
               10 ws-store-tbl-gc-amt     pic 9(10)v99 value 0.
               10 ws-store-tbl-vd-gc      pic 9(10)v99 value 0.
               10 ws-store-tbl-gc-issued  pic 9(10)v99 value 0.
               10 ws-store-tbl-over-short pic s9(8)v99 value 0.
               10 ws-store-tbl-cb-cr      pic 9(10)v99 value 0.
               10 ws-store-tbl-cb-db      pic 9(10)v99 value 0.
               10 ws-store-tbl-cb-won-cr  pic 9(10)v99 value 0.
               10 ws-store-tbl-cb-won-db  pic 9(10)v99 value 0.
      *        US cash taken, refunded and voided: the Canadian value
      *        rung, and the US dollars themselves
               10 ws-store-tbl-us-amt     pic 9(10)v99 value 0.
               10 ws-store-tbl-us-foreign pic 9(10)v99 value 0.
               10 ws-store-tbl-r-us       pic 9(10)v99 value 0.
               10 ws-store-tbl-r-us-for   pic 9(10)v99 value 0.
               10 ws-store-tbl-vd-us      pic 9(10)v99 value 0.
               10 ws-store-tbl-vd-us-for  pic 9(10)v99 value 0.
      *        cash refunds paid by head-office cheque instead
               10 ws-store-tbl-r-chq      pic 9(10)v99 value 0.
      *        merchandise at cost shipped to and received from other
      *        stores
               10 ws-store-tbl-xfer-out   pic 9(10)v99 value 0.
               10 ws-store-tbl-xfer-in    pic 9(10)v99 value 0.
      *
       01 ws-store-control.
           05 ws-store-count           pic 9(4)    value 0.
           05 ws-work-store            pic 99      value 0.
           05 ws-work-amount           pic 9(10)v99 value 0.
           05 ws-work-dc               pic x       value space.
           05 ws-work-line-type        pic x       value space.
           05 ws-work-orig-period      pic 9(6)    value 0.
      *
      *the late transactions for closed months, read and posted one
      *at a time
       01 ws-prior-period-control.
           05 ws-ppa-eof-flag          pic x       value "n".
           05 ws-ppa-count             pic 9(5)    value 0.
           05 ws-ppa-pay-purpose       pic x(12)   value spaces.
           05 ws-ppa-sale-purpose      pic x(12)   value spaces.
           05 ws-ppa-gross             pic 9(10)v99 value 0.
      *
      *the bank rate the US cash is deposited at: today's, or the
      *latest one on file before today, and the exchange difference
      *one store's US cash works out to at that rate
       01 ws-exchange-control.
           05 ws-rate-eof-flag         pic x       value "n".
           05 ws-rate-found            pic x       value "n".
               88 ws-bank-rate-known       value "y".
           05 ws-rate-date             pic 9(8)    value 0.
           05 ws-bank-rate             pic 9(2)v9(6) value 0.
           05 ws-today-date            pic 9(8)    value 0.
           05 ws-fx-net-foreign        pic s9(10)v99 value 0.
           05 ws-fx-net-cad            pic s9(10)v99 value 0.
           05 ws-fx-bank-cad           pic s9(10)v99 value 0.
           05 ws-fx-difference         pic s9(10)v99 value 0.
      *
      *the posting purposes the journal needs mapped to accounts
      *(GIFT-CARD is the outstanding gift-card liability; TAX-GST
      *and TAX-PST are the two authorities' tax liabilities;
      *CASH-OVRSHRT takes the difference between the till count and
      *the cash the till should have held; CHARGEBACK carries the
      *card sales the processor has clawed back while they are
      *disputed; PRIOR-PERIOD takes the revenue side of a late sale
      *or return for a month already closed, so the closed month's
      *sales figures stay as they were locked; CASH-USD holds the US
      *cash taken until it is banked, and FX-GAINLOSS the difference
      *between the Canadian value rung and what the bank pays;
      *REFUND-CHQ holds the refund cheques head office has issued
      *until they clear).
      *The account numbers themselves live on GL-Account-Map.dat,
      *so finance's chart-of-accounts changes never need a recompile
       77 const-pur-cash               pic x(12)   value "CASH".
       77 const-pur-card-fees          pic x(12)   value "CARD-FEES".
       77 const-pur-restock-fees       pic x(12)   value "RESTOCK-FEES".
       77 const-pur-gift-card          pic x(12)   value "GIFT-CARD".
       77 const-pur-cash-over-short    pic x(12)   value "CASH-OVRSHRT".
       77 const-pur-chargeback         pic x(12)   value "CHARGEBACK".
       77 const-pur-prior-period       pic x(12)   value "PRIOR-PERIOD".
       77 const-pur-cash-usd           pic x(12)   value "CASH-USD".
       77 const-pur-fx-gain-loss       pic x(12)   value "FX-GAINLOSS".
       77 const-pur-refund-cheque      pic x(12)   value "REFUND-CHQ".
       77 const-pur-inventory          pic x(12)   value "INVENTORY".
       77 const-pur-interstore         pic x(12)   value "INTERSTORE".
      *
      *the posting purposes in one table, so the up-front map check
      *can walk them
           05 filler                   pic x(12)   value "CARD-FEES".
           05 filler                   pic x(12)   value "RESTOCK-FEES".
           05 filler                   pic x(12)   value "GIFT-CARD".
           05 filler                   pic x(12)   value "CASH-OVRSHRT".
           05 filler                   pic x(12)   value "CHARGEBACK".
           05 filler                   pic x(12)   value "PRIOR-PERIOD".
           05 filler                   pic x(12)   value "CASH-USD".
           05 filler                   pic x(12)   value "FX-GAINLOSS".
           05 filler                   pic x(12)   value "REFUND-CHQ".
           05 filler                   pic x(12)   value "INVENTORY".
           05 filler                   pic x(12)   value "INTERSTORE".
       01 ws-purpose-table redefines ws-purpose-list.
           05 ws-purpose-name          occurs 19 times
                                       pic x(12).
      *
      *the account map loaded once at startup
       procedure division.
       000-main.
      *
           perform 23-check-catch-up.
           perform 24-check-trial-mode.
           perform 25-open-files.
           perform 100-accumulate-sl-data.
           perform 110-accumulate-return-data.
           perform 112-accumulate-void-data.
           perform 118-load-cancel-totals.
           if not ws-catch-up-run
               perform 116-load-over-short-totals
               perform 126-load-chargeback-totals
           end-if.
           perform 128-load-cheque-totals.
           perform 122-load-transfer-totals.
           perform 120-load-store-tax.
           perform 130-load-fee-estimates.
           perform 132-load-gift-card-totals.
           perform 134-load-bank-rate.
           perform 135-load-account-map.
           perform 150-print-page-headings.
           perform 137-verify-account-map.
           goback.
      *
      *************************************************************
      *a catch-up request on file means this run posts one store's
      *late day, and nothing the nightly run already posted
       23-check-catch-up.
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
                           move "y" to ws-catch-up-flag
                       end-if
               end-read
               close catch-up-file
           end-if.
      *
      *************************************************************
      *reads the trial flag the driver hands down and, on a trial
      *run, swings the run's files to the trial area
       24-check-trial-mode.
                                       to ws-cancel-file-name
               move "../../../../trial/Gift-Card-Totals.dat"
                                       to ws-gct-file-name
               move "../../../../trial/Till-Over-Short-Totals.dat"
                                       to ws-over-short-file-name
               move "../../../../trial/Chargeback-Totals.dat"
                                       to ws-chargeback-file-name
               move "../../../../trial/Refund-Cheque-Totals.dat"
                                       to ws-chqtot-file-name
               move "../../../../trial/Transfer-Totals.dat"
                                       to ws-transfer-file-name
               move "../../../../trial/Prior-Period-Adj-Posted.dat"
                                       to ws-prior-period-file-name
               move "../../../../trial/GL-Extract.dat"
                                       to ws-extract-file-name
               move "../../../../trial/GL-Proof.out"
      *    S_L_Processing's benefit; they are not receipts or sales,
      *    so they stay out of the journal.  An item detail line's
      *    money is already on its invoice header, so only the
      *    headers post - and the tender lines of a split-tender
      *    invoice, which carry its receipts by payment type.
           if eof-flag not = eof-y and not sld-detail-rec
               if sld-s-code or sld-l-code
                   move sld-store-num to ws-search-store-num
               end-if
           end-if.
      *
      *a split-tender header ('SP') names no payment type, so its
      *receipts come off its tender lines; the sales or layaway
      *credit is the header's alone
       106-apply-sl-record.
           move sld-invoice to ws-slv-search-key.
           perform 107-search-sl-invoices.
               add sld-trans-amt to
                 ws-store-tbl-gc-amt(ws-store-match-idx)
           end-if.
           if sld-us-type
               add sld-trans-amt to
                 ws-store-tbl-us-amt(ws-store-match-idx)
               if sld-foreign-amt is numeric
                   add sld-foreign-amt to
                     ws-store-tbl-us-foreign(ws-store-match-idx)
               end-if
           end-if.
           if sld-s-code and not sld-tender-rec
               add sld-trans-amt to
                 ws-store-tbl-s-amt(ws-store-match-idx)
           end-if.
           if sld-l-code and not sld-tender-rec
               add sld-trans-amt to
                 ws-store-tbl-l-amt(ws-store-match-idx)
           end-if.
               if ws-store-found = 1
                   add rdl-trans-amt to
                     ws-store-tbl-r-amt(ws-store-match-idx)
                   if rdl-us-type
                       add rdl-trans-amt to
                         ws-store-tbl-r-us(ws-store-match-idx)
                       if rdl-foreign-amt is numeric
                           add rdl-foreign-amt to
                             ws-store-tbl-r-us-for(ws-store-match-idx)
                       end-if
                   end-if
               end-if
           end-if.
      *
                       add vdl-trans-amt to
                         ws-store-tbl-vd-gc(ws-store-match-idx)
                   end-if
                   if vdl-us-type
                       add vdl-trans-amt to
                         ws-store-tbl-vd-us(ws-store-match-idx)
                       if vdl-foreign-amt is numeric
                           add vdl-foreign-amt to
                             ws-store-tbl-vd-us-for(ws-store-match-idx)
                       end-if
                   end-if
                   if not vdl-tender-rec
                       perform 114-split-void-by-original
                   end-if
               end-if
           end-if.
      *
           end-if.
      *
      *************************************************************
      *loads the per-store till over/short Till_Over_Short worked
      *out off the night's closing counts
       116-load-over-short-totals.
           move "n" to eof-flag.
           open input over-short-totals-file.
           if ws-over-short-status = "00"
               perform 117-read-over-short-totals
                 until eof-flag = eof-y
               close over-short-totals-file
           end-if.
      *
       117-read-over-short-totals.
           read over-short-totals-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and tos-over-short is numeric
               move tos-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   move tos-over-short to
                     ws-store-tbl-over-short(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *loads the per-store chargebacks Chargeback_Manager matched to
      *their sales, and the disputes won back
       126-load-chargeback-totals.
           move "n" to eof-flag.
           open input chargeback-totals-file.
           if ws-chargeback-status = "00"
               perform 127-read-chargeback-totals
                 until eof-flag = eof-y
               close chargeback-totals-file
           end-if.
      *
       127-read-chargeback-totals.
           read chargeback-totals-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and cbt-charged-amount is numeric
             and cbt-won-amount is numeric
               move cbt-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   if cbt-card-type = "CR"
                       add cbt-charged-amount to
                         ws-store-tbl-cb-cr(ws-store-match-idx)
                       add cbt-won-amount     to
                         ws-store-tbl-cb-won-cr(ws-store-match-idx)
                   end-if
                   if cbt-card-type = "DB"
                       add cbt-charged-amount to
                         ws-store-tbl-cb-db(ws-store-match-idx)
                       add cbt-won-amount     to
                         ws-store-tbl-cb-won-db(ws-store-match-idx)
                   end-if
               end-if
           end-if.
      *
      *************************************************************
      *loads the per-store cash refunds Returns sent for a cheque
       128-load-cheque-totals.
           move "n" to eof-flag.
           open input cheque-totals-file.
           if ws-chqtot-status = "00"
               perform 129-read-cheque-totals
                 until eof-flag = eof-y
               close cheque-totals-file
           end-if.
      *
       129-read-cheque-totals.
           read cheque-totals-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and rct-cheque-amount is numeric
               move rct-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   add rct-cheque-amount to
                     ws-store-tbl-r-chq(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *loads the per-store transfer cost Transfer_Manager took on
       122-load-transfer-totals.
           move "n" to eof-flag.
           open input transfer-totals-file.
           if ws-transfer-status = "00"
               perform 123-read-transfer-totals
                 until eof-flag = eof-y
               close transfer-totals-file
           end-if.
      *
       123-read-transfer-totals.
           read transfer-totals-file
               at end
                   move eof-y to eof-flag
           end-read.
           if eof-flag not = eof-y and tft-shipped-cost is numeric
             and tft-received-cost is numeric
               move tft-store-num to ws-search-store-num
               perform 65-search-store-master
               if ws-store-found = 1
                   add tft-shipped-cost  to
                     ws-store-tbl-xfer-out(ws-store-match-idx)
                   add tft-received-cost to
                     ws-store-tbl-xfer-in(ws-store-match-idx)
               end-if
           end-if.
      *
      *************************************************************
      *loads the per-store tax S_L_Processing computed for the day
       120-load-store-tax.
           move "n" to eof-flag.
           end-if.
      *
      *************************************************************
      *finds the bank rate the day's US cash is deposited at: the
      *rate for today, else the latest one on file before today.  A
      *later line for the same date corrects an earlier one.  With
      *no rate on file the US cash stays at the value rung and no
      *exchange difference is posted.
       134-load-bank-rate.
           accept ws-system-date from date YYYYMMDD.
           move ws-system-date to ws-today-date.
           open input exchange-rate-file.
           if ws-rate-status = "00"
               perform 138-read-bank-rate
                 until ws-rate-eof-flag = "y"
               close exchange-rate-file
           end-if.
      *
       138-read-bank-rate.
           read exchange-rate-file
               at end
                   move "y" to ws-rate-eof-flag
           end-read.
           if ws-rate-eof-flag not = "y" and
             xrt-currency = "USD" and
             xrt-rate-date is numeric and
             xrt-bank-rate is numeric
               if xrt-bank-rate > 0 and
                 xrt-rate-date not > ws-today-date and
                 xrt-rate-date not < ws-rate-date
                   move xrt-rate-date to ws-rate-date
                   move xrt-bank-rate to ws-bank-rate
                   move "y"           to ws-rate-found
               end-if
           end-if.
      *
      *************************************************************
      *loads finance's account map into the table
       135-load-account-map.
           open input gl-account-map-file.
           move ws-store-tbl-num(ws-store-idx) to ws-res-store.
           perform 143-check-purpose-sub
             varying ws-chk-purpose-sub from 1 by 1
             until ws-chk-purpose-sub > 19.
      *
       143-check-purpose-sub.
           move ws-purpose-name(ws-chk-purpose-sub) to ws-res-purpose.
           perform 250-post-card-fees
             varying ws-fee-idx from 1 by 1
             until ws-fee-idx > ws-fee-count.
           if not ws-catch-up-run
               perform 260-post-prior-period
           end-if.
      *
       210-post-one-store.
           move ws-store-tbl-num(ws-store-idx) to ws-work-store.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
      *    US cash is held at the Canadian value it was rung at
      *    until it is banked
           move const-pur-cash-usd             to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-us-amt(ws-store-idx) to ws-work-amount.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
      *    money tendered on gift cards was prepaid - the redemption
      *    draws the liability down instead of booking a receipt
           move const-pur-gift-card            to ws-res-purpose.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
      *    refunds reverse cash and sales; a refund paid out in US
      *    cash comes out of the US cash account, and one sent for a
      *    head-office cheque is owed until the cheque clears
           move const-pur-sales-returns        to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-r-amt(ws-store-idx) to ws-work-amount.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           compute ws-work-amount = ws-store-tbl-r-amt(ws-store-idx)
             - ws-store-tbl-r-us(ws-store-idx).
           if ws-store-tbl-r-chq(ws-store-idx) > ws-work-amount
               move ws-work-amount to ws-store-tbl-r-chq(ws-store-idx)
           end-if.
           move const-pur-cash                 to ws-res-purpose.
           perform 140-resolve-account.
           compute ws-work-amount = ws-store-tbl-r-amt(ws-store-idx)
             - ws-store-tbl-r-us(ws-store-idx)
             - ws-store-tbl-r-chq(ws-store-idx).
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-refund-cheque        to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-r-chq(ws-store-idx) to ws-work-amount.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-cash-usd             to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-r-us(ws-store-idx) to ws-work-amount.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move ws-store-tbl-vd-db(ws-store-idx) to ws-work-amount.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-cash-usd             to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-vd-us(ws-store-idx) to ws-work-amount.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
      *    a voided GC tender puts the redemption back on the
      *    liability
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
      *    the till count settles what cash actually came in: an
      *    over till adds to cash and credits the over/short
      *    account, a short one takes cash back out against it
           if ws-store-tbl-over-short(ws-store-idx) > 0
               move const-pur-cash             to ws-res-purpose
               perform 140-resolve-account
               move ws-store-tbl-over-short(ws-store-idx)
                                               to ws-work-amount
               move "D"                        to ws-work-dc
               perform 300-write-journal-line
               move const-pur-cash-over-short  to ws-res-purpose
               perform 140-resolve-account
               move "C"                        to ws-work-dc
               perform 300-write-journal-line
           end-if.
           if ws-store-tbl-over-short(ws-store-idx) < 0
               move const-pur-cash-over-short  to ws-res-purpose
               perform 140-resolve-account
               compute ws-work-amount =
                 0 - ws-store-tbl-over-short(ws-store-idx)
               move "D"                        to ws-work-dc
               perform 300-write-journal-line
               move const-pur-cash             to ws-res-purpose
               perform 140-resolve-account
               move "C"                        to ws-work-dc
               perform 300-write-journal-line
           end-if.
      *
      *    a chargeback reverses the card sale's receipt: the money
      *    the processor clawed back comes off the receivable and
      *    sits in the chargeback account while it is disputed; a
      *    dispute won puts it back
           move const-pur-chargeback           to ws-res-purpose.
           perform 140-resolve-account.
           add ws-store-tbl-cb-cr(ws-store-idx)
             to ws-store-tbl-cb-db(ws-store-idx)
             giving ws-work-amount.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-card-recv            to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-cb-cr(ws-store-idx) to ws-work-amount.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-debit-recv           to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-cb-db(ws-store-idx) to ws-work-amount.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-card-recv            to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-cb-won-cr(ws-store-idx) to ws-work-amount.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-debit-recv           to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-cb-won-db(ws-store-idx) to ws-work-amount.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-chargeback           to ws-res-purpose.
           perform 140-resolve-account.
           add ws-store-tbl-cb-won-cr(ws-store-idx)
             to ws-store-tbl-cb-won-db(ws-store-idx)
             giving ws-work-amount.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
      *    merchandise shipped to another store leaves this store's
      *    inventory for the inter-store clearing account; merchandise
      *    received comes back out of clearing into inventory here
           move const-pur-interstore           to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-xfer-out(ws-store-idx) to ws-work-amount.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-inventory            to ws-res-purpose.
           perform 140-resolve-account.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-inventory            to ws-res-purpose.
           perform 140-resolve-account.
           move ws-store-tbl-xfer-in(ws-store-idx) to ws-work-amount.
           move "D"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           move const-pur-interstore           to ws-res-purpose.
           perform 140-resolve-account.
           move "C"                            to ws-work-dc.
           perform 300-write-journal-line.
      *
           if ws-bank-rate-known
               perform 215-post-exchange-difference
           end-if.
      *
      *************************************************************
      *the store's US cash left in the till went in at the Canadian
      *value rung; the bank pays the day's bank rate for it.  A
      *better rate is an exchange gain added to the US cash account,
      *a worse one a loss taken out of it.
       215-post-exchange-difference.
           compute ws-fx-net-foreign =
             ws-store-tbl-us-foreign(ws-store-idx)
             - ws-store-tbl-r-us-for(ws-store-idx)
             - ws-store-tbl-vd-us-for(ws-store-idx).
           compute ws-fx-net-cad =
             ws-store-tbl-us-amt(ws-store-idx)
             - ws-store-tbl-r-us(ws-store-idx)
             - ws-store-tbl-vd-us(ws-store-idx).
           compute ws-fx-bank-cad rounded =
             ws-fx-net-foreign * ws-bank-rate.
           compute ws-fx-difference = ws-fx-bank-cad - ws-fx-net-cad.
           if ws-fx-difference > 0
               move const-pur-cash-usd         to ws-res-purpose
               perform 140-resolve-account
               move ws-fx-difference           to ws-work-amount
               move "D"                        to ws-work-dc
               perform 300-write-journal-line
               move const-pur-fx-gain-loss     to ws-res-purpose
               perform 140-resolve-account
               move "C"                        to ws-work-dc
               perform 300-write-journal-line
           end-if.
           if ws-fx-difference < 0
               move const-pur-fx-gain-loss     to ws-res-purpose
               perform 140-resolve-account
               compute ws-work-amount = 0 - ws-fx-difference
               move "D"                        to ws-work-dc
               perform 300-write-journal-line
               move const-pur-cash-usd         to ws-res-purpose
               perform 140-resolve-account
               move "C"                        to ws-work-dc
               perform 300-write-journal-line
           end-if.
      *
      *company-level accrual of the day's estimated card fees,
      *charged against whichever receivable the fee comes out of
       250-post-card-fees.
           perform 300-write-journal-line.
      *
      *************************************************************
      *late transactions for months already closed.  Each posts
      *into tonight's journal on its own lines, marked as a
      *prior-period adjustment with the closed month it belongs to,
      *so the closed month's locked figures are never touched and
      *the accounting package can tell them from tonight's trade.
      *A sale or layaway payment debits the money taken in; the
      *sale's revenue goes to PRIOR-PERIOD, the layaway's to the
      *liability, and the tax to the two authorities.  A return is
      *the same entry the other way round.
       260-post-prior-period.
           open input prior-period-file.
           if ws-prior-period-status = "00"
               perform 261-read-prior-period
                 until ws-ppa-eof-flag = "y"
               close prior-period-file
           end-if.
           move space to ws-work-line-type.
           move 0     to ws-work-orig-period.
      *
       261-read-prior-period.
           read prior-period-file
               at end
                   move "y" to ws-ppa-eof-flag
           end-read.
           if ws-ppa-eof-flag not = "y"
               add 1 to ws-ppa-count
               if ws-ppa-count = 1
                   write output-line
                     from ws-prior-period-title
                     after advancing 2 lines
               end-if
               perform 265-post-one-adjustment
           end-if.
      *
       265-post-one-adjustment.
           move ppa-store-num     to ws-work-store.
           move ws-work-store     to ws-res-store.
           move "P"               to ws-work-line-type.
           move ppa-orig-period   to ws-work-orig-period.
           move ppa-invoice       to ws-proof-adj-invoice.
           if ppa-payment-type = "CA"
               move const-pur-cash             to ws-ppa-pay-purpose
           else
               if ppa-payment-type = "CR"
                   move const-pur-card-recv    to ws-ppa-pay-purpose
               else
                   move const-pur-debit-recv   to ws-ppa-pay-purpose
               end-if
           end-if.
           if ppa-trans-code = "L"
               move const-pur-layaway-liab     to ws-ppa-sale-purpose
           else
               move const-pur-prior-period     to ws-ppa-sale-purpose
           end-if.
           add ppa-trans-amt ppa-gst-amt ppa-pst-amt
             giving ws-ppa-gross.
      *
      *    the money side
           move ws-ppa-pay-purpose             to ws-res-purpose.
           perform 140-resolve-account.
           move ws-ppa-gross                   to ws-work-amount.
           if ppa-trans-code = "R"
               move "C"                        to ws-work-dc
           else
               move "D"                        to ws-work-dc
           end-if.
           perform 300-write-journal-line.
      *
      *    the revenue (or layaway liability) and tax side
           if ppa-trans-code = "R"
               move "D"                        to ws-work-dc
           else
               move "C"                        to ws-work-dc
           end-if.
           move ws-ppa-sale-purpose            to ws-res-purpose.
           perform 140-resolve-account.
           move ppa-trans-amt                  to ws-work-amount.
           perform 300-write-journal-line.
      *
           move const-pur-tax-gst              to ws-res-purpose.
           perform 140-resolve-account.
           move ppa-gst-amt                    to ws-work-amount.
           perform 300-write-journal-line.
      *
           move const-pur-tax-pst              to ws-res-purpose.
           perform 140-resolve-account.
           move ppa-pst-amt                    to ws-work-amount.
           perform 300-write-journal-line.
           move spaces to ws-proof-adj-invoice.
      *
      *************************************************************
      *writes one journal line, keeps the proof totals, and echoes
      *the line onto the proof report.  Zero-amount lines are
      *dropped - nothing to post.
               move ws-work-store   to gle-store-num
               move ws-work-amount  to gle-amount
               move ws-work-dc      to gle-dc-flag
               move ws-work-line-type   to gle-line-type
               move ws-work-orig-period to gle-orig-period
               write gl-extract-line
               if ws-work-dc = "D"
                   add ws-work-amount to ws-total-debits
               move ws-work-store   to ws-proof-store
               move ws-work-amount  to ws-proof-amount
               move ws-work-dc      to ws-proof-dc
               if ws-work-line-type = "P"
                   move "PRIOR PERIOD " to ws-proof-adj-tag
                   move ws-work-orig-period(1:4) to ws-proof-adj-year
                   move "-"                 to ws-proof-adj-dash
                   move ws-work-orig-period(5:2) to ws-proof-adj-month
               else
                   move spaces to ws-proof-adj-tag
                   move spaces to ws-proof-adj-year
                   move space  to ws-proof-adj-dash
                   move spaces to ws-proof-adj-month
               end-if
               write output-line from ws-proof-detail
           end-if.
      *
