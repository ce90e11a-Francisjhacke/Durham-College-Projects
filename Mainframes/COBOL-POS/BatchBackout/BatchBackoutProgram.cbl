       identification division.
       program-id. BatchBackoutProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> The batch to reverse - one card naming the business
           *> date, the batch sequence number editsProgram gave it,
           *> and optionally a single store. Keyed by operations
           *> when a feed has to come back out; without it there is
           *> nothing to do.
           select optional backout-request-file assign to
               '../../../data/backout-request.dat'
               organization is line sequential.

           *> Shared batch-run audit journal - it says which steps
           *> posted the batch, and the backout marks those steps'
           *> records so the corrected feed can run again.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> System parameter deck - the default tax split has to
           *> match the one the batch was taxed under.
           select optional system-params-file assign to
               '../../../data/system-params.dat'
               organization is line sequential.

           select store-master-file assign to
               '../../../data/store-master.dat' organization is
               line sequential.

           select tax-rate-file assign to
               '../../../data/tax-rate.dat' organization is line
               sequential.

           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           select optional fiscal-calendar-file assign to
               '../../../data/fiscal-calendar.dat'
               organization is line sequential.

           *> The system's lasting memory of every line split out -
           *> the batch's postings are found here, by run date and
           *> batch sequence, and its records are removed last so
           *> the corrected feed archives afresh.
           select transaction-archive-file assign to
               '../../../data/transaction-archive.dat'
               organization is indexed
               access mode is dynamic
               record key is arch-key.

           *> Every subledger a daily step posts the batch into.
           select stock-master-file assign to
               '../../../data/stock-master.dat'
               organization is indexed
               access mode is dynamic
               record key is stk-key.

           select optional in-transit-file assign to
               '../../../data/transfer-in-transit.dat'
               organization is line sequential.

           select layaway-master-file assign to
               '../../../data/layaway-master.dat'
               organization is indexed
               access mode is dynamic
               record key is lm-invoice-no.

           select customer-points-file assign to
               '../../../data/customer-points.dat'
               organization is indexed
               access mode is dynamic
               record key is cp-customer-no.

           select purchase-history-file assign to
               '../../../data/purchase-history.dat'
               organization is line sequential.

           select ar-master-file assign to
               '../../../data/ar-master.dat'
               organization is indexed
               access mode is dynamic
               record key is ar-customer-no.

           select optional ar-open-items-file assign to
               '../../../data/ar-open-items.dat'
               organization is line sequential.

           select giftcard-master-file assign to
               '../../../data/gift-card-master.dat'
               organization is indexed
               access mode is dynamic
               record key is gcm-card-no.

           select liability-control-file assign to
               '../../../data/gc-liability-control.dat'
               organization is line sequential.

           select serial-registry-file assign to
               '../../../data/serial-registry.dat'
               organization is indexed
               access mode is dynamic
               record key is srg-serial-no.

           select optional service-contract-file assign to
               '../../../data/service-contract.dat'
               organization is indexed
               access mode is dynamic
               record key is sc-serial-no.

           select optional invoice-history-file assign to
               '../../../data/invoice-history.dat'
               organization is indexed
               access mode is dynamic
               record key is ih-invoice-no.

           *> The accumulators - each run's history line, the
           *> month-to-date and fiscal-to-date carry-forwards, and
           *> the per-store, per-hour and per-department files.
           select counts-history-file assign to
               '../../../data/counts-history.dat'
               organization is line sequential.

           select counts-mtd-file assign to
               '../../../data/counts-mtd.dat'
               organization is line sequential.

           select optional counts-ftd-file assign to
               '../../../data/counts-ftd.dat'
               organization is line sequential.

           select tax-remit-mtd-file assign to
               '../../../data/tax-remit-mtd.dat'
               organization is line sequential.

           select optional emp-purchase-mtd-file assign to
               '../../../data/emp-purchase-mtd.dat'
               organization is line sequential.

           select sales-history-file assign to
               '../../../data/sales-history.dat'
               organization is line sequential.

           select sales-mtd-file assign to
               '../../../data/sales-mtd.dat'
               organization is line sequential.

           select optional sandl-ftd-file assign to
               '../../../data/sandl-ftd.dat'
               organization is line sequential.

           select store-trend-file assign to
               '../../../data/store-trend.dat'
               organization is line sequential.

           select returns-history-file assign to
               '../../../data/returns-history.dat'
               organization is line sequential.

           select returns-mtd-file assign to
               '../../../data/returns-mtd.dat'
               organization is line sequential.

           select optional returns-ftd-file assign to
               '../../../data/returns-ftd.dat'
               organization is line sequential.

           select optional hourly-history-file assign to
               '../../../data/hourly-history.dat'
               organization is line sequential.

           select optional plan-actual-file assign to
               '../../../data/plan-actual.dat'
               organization is line sequential.

           select optional commission-ledger-file assign to
               '../../../data/commission-ledger.dat'
               organization is line sequential.

           select optional deposit-ledger-file assign to
               '../../../data/deposit-ledger.dat'
               organization is line sequential.

           *> What each subledger step moved its master by for the
           *> batch - the figure the balancing proof ties to the GL.
           select optional subledger-movement-file assign to
               '../../../data/subledger-movement.dat'
               organization is line sequential.

           *> Return-to-vendor claims raised off the batch's
           *> returns - read only, to list what the buyers have to
           *> cancel with the vendor by hand.
           select optional claim-ledger-file assign to
               '../../../data/rtv-claim-ledger.dat'
               organization is line sequential.

           *> Scratch copy of whichever sequential file is being
           *> rewritten - the file is copied here, then written
           *> back line by line without the batch. The run journal
           *> is never purged, so no table would hold it.
           select backout-work-file assign to
               '../../../data/batch-backout.wrk'
               organization is line sequential.

           select report-file assign to
               '../../../data/batch-backout-report.dat'
               organization is line sequential.

       data division.
       file section.

       fd backout-request-file
           data record is backout-request-record.

       *> A blank store backs out the whole batch.
       01 backout-request-record.
           05 br-business-date                          pic 9(8).
           05 br-batch-seq-no                           pic 9(3).
           05 br-store-no                               pic xx.

       fd run-journal-file
           data record is run-journal-record.

       01 run-journal-record.
           05 rj-program-id                             pic x(30).
           05 rj-business-date                          pic 9(8).
           05 rj-start-date                             pic 9(8).
           05 rj-start-time                             pic 9(6).
           05 rj-end-date                               pic 9(8).
           05 rj-end-time                               pic 9(6).
           05 rj-records-read                           pic 9(6).
           05 rj-records-written                        pic 9(6).
           05 rj-return-code                            pic 99.
           05 rj-batch-seq-no                           pic 9(3).

       fd system-params-file
           data record is system-params-record.

       *> The value is keyed in the target field's own digit
       *> shape, left-justified - e.g. a v9999 rate of 13% is
       *> keyed 1300.
       01 system-params-record.
           05 sp-param-name                             pic x(20).
           05 sp-param-value                            pic x(12).

       fd store-master-file
           data record is store-master-record.

       01 store-master-record.
           05 sm-store-no                               pic xx.
           05 sm-store-name                             pic x(20).
           05 sm-province                               pic xx.
           05 sm-active-flag                            pic x.

       fd tax-rate-file
           data record is tax-rate-record.

       01 tax-rate-record.
           05 tr-store-no                               pic xx.
           05 tr-province                               pic xx.
           05 tr-tax-rate                               pic v9999.
           05 tr-gst-rate                               pic v9999.
           05 tr-pst-rate                               pic v9999.

       fd item-master-index-file
           data record is item-master-index-record.

       01 item-master-index-record.
           05 imx-sku-code                              pic x(15).
           05 imx-description                           pic x(20).
           05 imx-department                            pic xx.
           05 imx-category                              pic xx.
           05 imx-retail-price                          pic 9(5)v99.
           05 imx-tax-category                          pic x.
           05 imx-unit-cost                             pic 9(5)v99.
           05 imx-service-plan-flag                     pic x.
               88 imx-service-plan                      value "S".
           05 imx-plan-term-months                      pic 99.

       fd fiscal-calendar-file
           data record is fiscal-calendar-record.

       01 fiscal-calendar-record.
           05 fc-date                                   pic 9(8).
           05 fc-fiscal-year                            pic 9(4).
           05 fc-fiscal-period                          pic 99.
           05 fc-fiscal-week                            pic 99.
           05 fc-period-end-flag                        pic x.

       fd transaction-archive-file
           data record is transaction-archive-record.

       01 transaction-archive-record.
           05 arch-key.
               10 arch-invoice-no                       pic x(9).
               10 arch-line-no                          pic 9(3).
               10 arch-key-date                         pic 9(8).
           05 arch-transaction-image                    pic x(120).
           05 arch-run-date                             pic 9(8).
           05 arch-batch-seq-no                         pic 9(3).

       fd stock-master-file
           data record is stock-master-record.

       01 stock-master-record.
           05 stk-key.
               10 stk-sku-code                          pic x(15).
               10 stk-store-no                          pic xx.
           05 stk-on-hand                               pic s9(7).
           05 stk-reorder-point                         pic 9(5).
           05 stk-reorder-qty                           pic 9(5).
           05 stk-average-cost                          pic 9(5)v9999.
           05 stk-last-sold-date                        pic 9(8).
           05 stk-last-received-date                    pic 9(8).

       fd in-transit-file
           data record is in-transit-record.

       01 in-transit-record.
           05 tit-invoice-no                            pic x(9).
           05 tit-from-store                            pic xx.
           05 tit-to-store                              pic xx.
           05 tit-ship-date                             pic 9(8).
           05 tit-units                                 pic 9(6).

       fd layaway-master-file
           data record is layaway-master-record.

       01 layaway-master-record.
           05 lm-invoice-no                             pic x(9).
           05 lm-store-no                               pic xx.
           05 lm-original-amount                        pic 9(6)v99.
           05 lm-amount-paid                            pic 9(6)v99.
           05 lm-balance-due                            pic 9(6)v99.
           05 lm-next-due-date                          pic 9(8).
           05 lm-status                                 pic x.
               88 lm-open                               value "O".
               88 lm-paid-off                           value "C".
               88 lm-cancelled                          value "X".
           05 lm-customer-no                            pic x(6).

       fd customer-points-file
           data record is customer-points-record.

       01 customer-points-record.
           05 cp-customer-no                            pic x(6).
           05 cp-points-earned                          pic 9(9).
           05 cp-points-redeemed                        pic 9(9).
           05 cp-points-balance                         pic s9(9).
           05 cp-last-activity-date                     pic 9(8).

       fd purchase-history-file
           data record is purchase-history-record.

       01 purchase-history-record.
           05 ph-customer-no                            pic x(6).
           05 ph-invoice-no                             pic x(9).
           05 ph-store-no                               pic xx.
           05 ph-transaction-date                       pic 9(8).
           05 ph-transaction-amount                     pic 9(5)v99.
           05 ph-points-earned                          pic 9(5).

       fd ar-master-file
           data record is ar-master-record.

       01 ar-master-record.
           05 ar-customer-no                            pic x(6).
           05 ar-balance                                pic
               s9(9)v99.
           05 ar-charges-total                          pic 9(9)v99.
           05 ar-payments-total                         pic 9(9)v99.
           05 ar-last-activity-date                     pic 9(8).

       fd ar-open-items-file
           data record is ar-open-item-record.

       01 ar-open-item-record.
           05 aoi-customer-no                           pic x(6).
           05 aoi-charge-date                           pic 9(8).
           05 aoi-open-amount                           pic 9(7)v99.

       fd giftcard-master-file
           data record is giftcard-master-record.

       01 giftcard-master-record.
           05 gcm-card-no                               pic x(16).
           05 gcm-issued-amount                         pic 9(7)v99.
           05 gcm-redeemed-amount                       pic 9(7)v99.
           05 gcm-refunded-amount                       pic 9(7)v99.
           05 gcm-balance                               pic s9(7)v99.
           05 gcm-issue-store                           pic xx.
           05 gcm-issue-date                            pic 9(8).
           05 gcm-last-activity-date                    pic 9(8).

       fd liability-control-file
           data record is liability-control-record.

       01 liability-control-record.
           05 glc-liability-total                       pic s9(9)v99.

       fd serial-registry-file
           data record is serial-registry-record.

       01 serial-registry-record.
           05 srg-serial-no                             pic x(12).
           05 srg-sku-code                              pic x(15).
           05 srg-invoice-no                            pic x(9).
           05 srg-store-no                              pic xx.
           05 srg-sale-date                             pic 9(8).

       fd service-contract-file
           data record is service-contract-record.

       01 service-contract-record.
           05 sc-serial-no                              pic x(12).
           05 sc-unit-sku-code                          pic x(15).
           05 sc-plan-sku-code                          pic x(15).
           05 sc-invoice-no                             pic x(9).
           05 sc-store-no                               pic xx.
           05 sc-customer-no                            pic x(6).
           05 sc-sale-date                              pic 9(8).
           05 sc-start-date                             pic 9(8).
           05 sc-expiry-date                            pic 9(8).
           05 sc-term-months                            pic 99.
           05 sc-plan-price                             pic 9(5)v99.
           05 sc-recognized-amount                      pic 9(5)v99.
           05 sc-status                                 pic x.
               88 sc-active                             value "A".
               88 sc-expired                            value "E".
               88 sc-cancelled                          value "C".
           05 sc-cancel-reason                          pic x.
               88 sc-plan-returned                      value "P".
               88 sc-unit-returned                      value "U".
           05 sc-cancel-date                            pic 9(8).
           05 sc-claim-count                            pic 999.
           05 sc-claim-amount                           pic 9(7)v99.
           05 sc-last-claim-date                        pic 9(8).

       fd invoice-history-file
           data record is invoice-history-record.

       01 invoice-history-record.
           05 ih-invoice-no                             pic x(9).
           05 ih-run-date                               pic 9(8).

       fd counts-history-file
           data record is counts-history-line.

       01 counts-history-line                           pic x(120).

       fd counts-mtd-file
           data record is counts-mtd-record.

       01 counts-mtd-record.
           05 cmtd-year-month                           pic 9(6).
           05 cmtd-grand-total-count                    pic 9(6).
           05 cmtd-grand-total-amount                   pic
               9(7)v99.
           05 cmtd-sales-total-amount                   pic
               9(7)v99.
           05 cmtd-layaways-total-amount                pic
               9(7)v99.
           05 cmtd-returns-total-amount                 pic
               9(7)v99.

       fd counts-ftd-file
           data record is counts-ftd-record.

       01 counts-ftd-record.
           05 cftd-fiscal-year                          pic 9(4).
           05 cftd-fiscal-period                        pic 99.
           05 cftd-fiscal-week                          pic 99.
           05 cftd-wtd-grand-total-count                pic 9(6).
           05 cftd-wtd-grand-total-amount               pic
               9(7)v99.
           05 cftd-wtd-sales-total-amount               pic
               9(7)v99.
           05 cftd-wtd-layaways-total-amount            pic
               9(7)v99.
           05 cftd-wtd-returns-total-amount             pic
               9(7)v99.
           05 cftd-ptd-grand-total-count                pic 9(6).
           05 cftd-ptd-grand-total-amount               pic
               9(7)v99.
           05 cftd-ptd-sales-total-amount               pic
               9(7)v99.
           05 cftd-ptd-layaways-total-amount            pic
               9(7)v99.
           05 cftd-ptd-returns-total-amount             pic
               9(7)v99.

       fd tax-remit-mtd-file
           data record is tax-remit-mtd-record.

       01 tax-remit-mtd-record.
           05 trm-province                              pic xx.
           05 trm-year-month                            pic 9(6).
           05 trm-gst-collected                         pic 9(9)v99.
           05 trm-pst-collected                         pic 9(9)v99.
           05 trm-gst-refunded                          pic 9(9)v99.
           05 trm-pst-refunded                          pic 9(9)v99.

       fd emp-purchase-mtd-file
           data record is emp-purchase-mtd-record.

       01 emp-purchase-mtd-record.
           05 epm-year-month                            pic 9(6).
           05 epm-employee-id                           pic x(5).
           05 epm-purchase-count                        pic 9(4).
           05 epm-discount-amount                       pic 9(7)v99.

       fd sales-history-file
           data record is sales-history-line.

       01 sales-history-line                            pic x(120).

       fd sales-mtd-file
           data record is sales-mtd-record.

       01 sales-mtd-record.
           05 smtd-year-month                           pic 9(6).
           05 smtd-sales-count                          pic 9(6).
           05 smtd-sales-amount                         pic
               9(7)v99.
           05 smtd-layaways-count                       pic 9(6).
           05 smtd-layaways-amount                      pic
               9(7)v99.
           05 smtd-tax-owing                            pic
               9(7)v99.

       fd sandl-ftd-file
           data record is sandl-ftd-record.

       01 sandl-ftd-record.
           05 sftd-fiscal-year                          pic 9(4).
           05 sftd-fiscal-period                        pic 99.
           05 sftd-fiscal-week                          pic 99.
           05 sftd-wtd-sales-count                      pic 9(6).
           05 sftd-wtd-sales-amount                     pic
               9(7)v99.
           05 sftd-wtd-layaways-count                   pic 9(6).
           05 sftd-wtd-layaways-amount                  pic
               9(7)v99.
           05 sftd-wtd-tax-owing                        pic
               9(7)v99.
           05 sftd-ptd-sales-count                      pic 9(6).
           05 sftd-ptd-sales-amount                     pic
               9(7)v99.
           05 sftd-ptd-layaways-count                   pic 9(6).
           05 sftd-ptd-layaways-amount                  pic
               9(7)v99.
           05 sftd-ptd-tax-owing                        pic
               9(7)v99.

       fd store-trend-file
           data record is store-trend-line.

       01 store-trend-line                              pic x(120).

       fd returns-history-file
           data record is returns-history-line.

       01 returns-history-line                          pic x(120).

       fd returns-mtd-file
           data record is returns-mtd-record.

       01 returns-mtd-record.
           05 rmtd-year-month                           pic 9(6).
           05 rmtd-returns-count                        pic 9(6).
           05 rmtd-returns-amount                       pic
               9(7)v99.
           05 rmtd-tax-owed                             pic
               9(7)v99.

       fd returns-ftd-file
           data record is returns-ftd-record.

       01 returns-ftd-record.
           05 rftd-fiscal-year                          pic 9(4).
           05 rftd-fiscal-period                        pic 99.
           05 rftd-fiscal-week                          pic 99.
           05 rftd-wtd-returns-count                    pic 9(6).
           05 rftd-wtd-returns-amount                   pic
               9(7)v99.
           05 rftd-wtd-tax-owed                         pic
               9(7)v99.
           05 rftd-ptd-returns-count                    pic 9(6).
           05 rftd-ptd-returns-amount                   pic
               9(7)v99.
           05 rftd-ptd-tax-owed                         pic
               9(7)v99.

       fd hourly-history-file
           data record is hourly-history-record.

       01 hourly-history-record.
           05 hh-business-date                          pic 9(8).
           05 hh-store-no                               pic xx.
           05 hh-hour                                   pic 99.
           05 hh-sales-count                            pic 9(5).
           05 hh-sales-amount                           pic 9(7)v99.
           05 hh-returns-count                          pic 9(5).
           05 hh-returns-amount                         pic
               9(7)v99.

       fd plan-actual-file
           data record is plan-actual-record.

       01 plan-actual-record.
           05 pa-fiscal-year                            pic 9(4).
           05 pa-fiscal-period                          pic 99.
           05 pa-fiscal-week                            pic 99.
           05 pa-store-no                               pic xx.
           05 pa-department                             pic xx.
           05 pa-net-sales                              pic s9(9)v99.

       fd commission-ledger-file
           data record is commission-ledger-record.

       01 commission-ledger-record.
           05 cml-business-date                         pic 9(8).
           05 cml-batch-seq-no                          pic 9(3).
           05 cml-employee-id                           pic x(5).
           05 cml-store-no                              pic xx.
           05 cml-invoice-no                            pic x(9).
           05 cml-sku-code                              pic x(15).
           05 cml-department                            pic xx.
           05 cml-rate-type                             pic x.
           05 cml-base-amount                           pic s9(5)v99.
           05 cml-commission-rate                       pic v9999.
           05 cml-commission-amount                     pic s9(5)v99.
           05 cml-original-invoice-no                   pic x(9).

       fd deposit-ledger-file
           data record is deposit-ledger-record.

       01 deposit-ledger-record.
           05 dl-business-date                          pic 9(8).
           05 dl-store-no                               pic xx.
           05 dl-batch-seq-no                           pic 9(3).
           05 dl-expected-amount                        pic
               s9(7)v99 sign is leading separate.
           05 dl-credited-amount                        pic
               s9(7)v99 sign is leading separate.
           05 dl-last-credit-date                       pic 9(8).
           05 dl-bank-reference                         pic x(12).
           05 dl-cleared-date                           pic 9(8).
           05 dl-clear-reason                           pic x.

       fd subledger-movement-file
           data record is subledger-movement-record.

       01 subledger-movement-record.
           05 smv-program-id                            pic x(30).
           05 smv-business-date                         pic 9(8).
           05 smv-batch-seq-no                          pic 9(3).
           05 smv-opening-total                         pic
               s9(11)v99 sign is leading separate.
           05 smv-closing-total                         pic
               s9(11)v99 sign is leading separate.

       fd claim-ledger-file
           data record is claim-ledger-record.

       01 claim-ledger-record.
           05 cl-claim-no                               pic 9(8).
           05 cl-vendor-no                              pic x(6).
           05 cl-store-no                               pic xx.
           05 cl-invoice-no                             pic x(9).
           05 cl-sku-code                               pic x(15).
           05 cl-description                            pic x(20).
           05 cl-quantity                               pic 9(3).
           05 cl-retail-amount                          pic 9(5)v99.
           05 cl-claim-amount                           pic 9(7)v99.
           05 cl-credited-amount                        pic 9(7)v99.
           05 cl-claim-date                             pic 9(8).
           05 cl-rtv-number                             pic 9(8).
           05 cl-ship-date                              pic 9(8).
           05 cl-closed-date                            pic 9(8).
           05 cl-status                                 pic x.

       fd backout-work-file
           data record is backout-work-line.

       01 backout-work-line                             pic x(120).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-request-missing                            pic x
           value 'n'.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-run-journal-eof                            pic x
           value 'n'.

       01 sw-store-eof                                  pic x
           value 'n'.

       01 sw-tax-rate-eof                               pic x
           value 'n'.

       01 sw-fiscal-eof                                 pic x
           value 'n'.

       01 sw-fiscal-found                               pic x
           value 'n'.

       01 sw-archive-eof                                pic x
           value 'n'.

       01 sw-work-eof                                   pic x
           value 'n'.

       01 sw-measure-eof                                pic x
           value 'n'.

       01 sw-item-found                                 pic x
           value 'n'.

       01 sw-key-found                                  pic x
           value 'n'.

       01 sw-anything-posted                            pic x
           value 'n'.

       *> Which of the daily steps that post into a subledger or
       *> accumulator actually posted this batch - a step that
       *> never ran it, or failed on it, left its files alone.
       01 ws-posted-steps.
           05 sw-edits-posted                           pic x value 'n'.
           05 sw-split-posted                           pic x value 'n'.
           05 sw-layaway-posted                         pic x value 'n'.
           05 sw-loyalty-posted                         pic x value 'n'.
           05 sw-houseacc-posted                        pic x value 'n'.
           05 sw-invtory-posted                         pic x value 'n'.
           05 sw-planvact-posted                        pic x value 'n'.
           05 sw-giftcard-posted                        pic x value 'n'.
           05 sw-sandl-posted                           pic x value 'n'.
           05 sw-returns-posted                         pic x value 'n'.
           05 sw-svcplan-posted                         pic x value 'n'.
           05 sw-hourly-posted                          pic x value 'n'.
           05 sw-rtvclaim-posted                        pic x value 'n'.
           05 sw-commissn-posted                        pic x value 'n'.
           05 sw-bankrec-posted                         pic x value 'n'.

       *> Another clean editsProgram batch on the same business
       *> date - its invoices share the invoice history's date.
       01 sw-other-edits-batch                          pic x
           value 'n'.

       *> The business date and batch being backed out, off the
       *> request card - every step journals and archives under
       *> this pair.
       01 ws-run-date                                   pic 9(8).
       01 ws-run-year-month                             pic 9(6).

       01 ws-batch-seq-no                               pic 9(3)
           value 0.

       *> Spaces backs out every store in the batch.
       01 ws-backout-store                              pic xx
           value spaces.

       01 ws-rj-this-program                            pic x(30)
           value "BATCHBACKOUTPROGRAM".

       01 ws-rj-return-code                             pic 99
           value 0.

       *> What the daily steps' journal records for the batch are
       *> marked with once it is out - 99 for the whole batch, 98
       *> when only one store came out and the others still
       *> stand.
       01 ws-backed-out-code                            pic 99
           value 99.

       01 ws-timestamp-work.
           05 ws-ts-date                                pic 9(8).
           05 ws-ts-time-raw                            pic 9(8).

       01 ws-rj-start-stamp.
           05 ws-rj-start-date                          pic 9(8).
           05 ws-rj-start-time                          pic 9(6).

       01 ws-param-rate                                 pic v9999.
       01 ws-param-rate-x redefines ws-param-rate       pic x(4).

       *> The same default tax split dataSplitAndCountProgram
       *> taxes a store with no rate record under.
       01 ws-default-gst-rate                           pic v9999
           value .1300.
       01 ws-default-pst-rate                           pic v9999
           value 0.

       01 ws-gst-rate                                   pic v9999.
       01 ws-pst-rate                                   pic v9999.
       01 ws-gst-owing                                  pic 9(6)v99.
       01 ws-pst-owing                                  pic 9(6)v99.

       01 ws-iterator                                   pic 9(5)
           value 0.
       01 ws-inner-iterator                             pic 9(5)
           value 0.

       01 ws-date-integer                               pic 9(8).

       01 ws-step-iterator                              pic 99
           value 0.

       *> The POSDAILY steps in the order the job runs them - the
       *> program id each one journals under, and its step name.
       01 ws-step-names-values.
           05 filler  pic x(38) value
               "CONSOLIDATIONPROGRAM          CONSOL  ".
           05 filler  pic x(38) value
               "EDITSPROGRAM                  EDITS   ".
           05 filler  pic x(38) value
               "CORRECTIONSPROGRAM            CORRECT ".
           05 filler  pic x(38) value
               "SETTLEMENTRECONCILEPROGRAM    SETTLE  ".
           05 filler  pic x(38) value
               "DATASPLITANDCOUNTPROGRAM      SPLIT   ".
           05 filler  pic x(38) value
               "LAYAWAYPROCESSINGPROGRAM      LAYAWAY ".
           05 filler  pic x(38) value
               "LOYALTYPROCESSINGPROGRAM      LOYALTY ".
           05 filler  pic x(38) value
               "HOUSEACCOUNTPROGRAM           HOUSEACC".
           05 filler  pic x(38) value
               "INVENTORYPROCESSINGPROGRAM    INVTORY ".
           05 filler  pic x(38) value
               "RECEIVINGPROCESSINGPROGRAM    RECEIVE ".
           05 filler  pic x(38) value
               "CYCLECOUNTPROGRAM             CYCCOUNT".
           05 filler  pic x(38) value
               "REPLENISHMENTPROGRAM          REPLEN  ".
           05 filler  pic x(38) value
               "SALESANALYSISPROGRAM          DEPTCAT ".
           05 filler  pic x(38) value
               "SALESPLANPROGRAM              PLANVACT".
           05 filler  pic x(38) value
               "GIFTCARDPROCESSINGPROGRAM     GIFTCARD".
           05 filler  pic x(38) value
               "TILLRECONCILEPROGRAM          TILLREC ".
           05 filler  pic x(38) value
               "DEPOSITRECONCILEPROGRAM       BANKREC ".
           05 filler  pic x(38) value
               "SANDLPROCESSINGPROGRAM        SANDL   ".
           05 filler  pic x(38) value
               "RETURNSPROCESSINGPROGRAM      RETURNS ".
           05 filler  pic x(38) value
               "SERVICEPLANPROGRAM            SVCPLAN ".
           05 filler  pic x(38) value
               "VENDORCLAIMSPROGRAM           RTVCLAIM".
           05 filler  pic x(38) value
               "COMMISSIONPROGRAM             COMMISSN".
           05 filler  pic x(38) value
               "CARDDISPUTEPROGRAM            DISPUTES".
           05 filler  pic x(38) value
               "HOURLYSALESPROGRAM            HOURLY  ".
           05 filler  pic x(38) value
               "LOSSPREVENTIONPROGRAM         LPSCORE ".
           05 filler  pic x(38) value
               "OPERATIONSSUMMARYPROGRAM      OPSSUM  ".
           05 filler  pic x(38) value
               "PRICECHANGEPROGRAM            PRICECHG".
           05 filler  pic x(38) value
               "BALANCINGPROOFPROGRAM         BALPROOF".
           05 filler  pic x(38) value
               "STORERESULTSPROGRAM           STORTX  ".

       01 ws-step-names redefines ws-step-names-values.
           05 ws-step-name-entries occurs 29 times.
               10 ws-sn-program-id                      pic x(30).
               10 ws-sn-step-name                       pic x(8).

       01 ws-step-count                                 pic 99
           value 29.

       *> Per step, the best journal result for the batch - "P"
       *> posted (RC 4 or better), "S" a store already backed out
       *> of it, blank never ran clean.
       01 ws-step-status-table.
           05 ws-step-status occurs 29 times            pic x.

       01 ws-found-step-idx                             pic 99
           value 0.

       01 ws-store-master-table.
           05 ws-store-count                            pic 99
               value 0.
           05 ws-store-entries occurs 50 times.
               10 ws-sm-store-no                        pic xx.
               10 ws-sm-province                        pic xx.

       01 ws-found-store-idx                            pic 99
           value 0.

       01 ws-tax-rate-table.
           05 ws-tax-rate-count                         pic 99
               value 0.
           05 ws-tax-rate-entries occurs 50 times.
               10 ws-tr-store-no                        pic xx.
               10 ws-tr-gst-rate                        pic v9999.
               10 ws-tr-pst-rate                        pic v9999.

       *> The batch date's place on the fiscal calendar - the
       *> week and period the fiscal-to-date files and the plan
       *> posted it to.
       01 ws-fiscal-position.
           05 ws-fiscal-year                            pic 9(4)
               value 0.
           05 ws-fiscal-period                          pic 99
               value 0.
           05 ws-fiscal-week                            pic 99
               value 0.

       *> Every archived line of the batch (or of its one store),
       *> in archive key order - a header and then its lines. The
       *> shares each file is backed out by are all computed off
       *> this table.
       01 ws-batch-line-count                           pic 9(5)
           value 0.

       01 ws-batch-line-table.
           05 ws-bl-entries occurs 20000 times.
               10 ws-bl-key.
                   15 ws-bl-invoice-no                  pic x(9).
                   15 ws-bl-line-no                     pic 9(3).
                   15 ws-bl-key-date                    pic 9(8).
               10 ws-bl-image                           pic x(120).

       01 ws-batch-header-count                         pic 9(5)
           value 0.

       01 ws-batch-idx                                  pic 9(5)
           value 0.

       01 ws-full-table-name                            pic x(20).

       *> One archived line, broken out - the split print line's
       *> positions, the same image every archive reader works
       *> from.
       01 ws-image-view.
           05 ws-iv-code                                pic x.
           05 ws-iv-amount                              pic 9(5)v99.
           05 ws-iv-payment-type                        pic xx.
           05 ws-iv-store-no                            pic xx.
           05 ws-iv-invoice-no                          pic x(9).
           05 ws-iv-sku-code                            pic x(15).
           05 ws-iv-reason-code                         pic x.
           05 ws-iv-cashier-id                          pic x(5).
           05 ws-iv-date                                pic 9(8).
           05 ws-iv-time.
               10 ws-iv-hour                            pic 99.
               10 filler                                pic 9(4).
           05 ws-iv-record-type                         pic x.
               88 ws-iv-header                          value "H".
               88 ws-iv-detail                          value "D".
               88 ws-iv-tender                          value "P".
               88 ws-iv-coupon                          value "C".
           05 ws-iv-quantity                            pic 999.
           05 ws-iv-unit-price                          pic 9(5)v99.
           05 ws-iv-gift-card-no                        pic x(16).
           05 ws-iv-customer-no                         pic x(6).
           05 ws-iv-original-invoice                    pic x(9).
           05 ws-iv-to-store-no                         pic xx.
           05 ws-iv-serial-no                           pic x(12).
           05 ws-iv-employee-flag                       pic x.
           05 ws-iv-employee-id                         pic x(5).
           05 ws-iv-exempt-code                         pic x.
           05 filler                                    pic x.

       *> The invoice header the lines being walked belong to.
       01 ws-current-header.
           05 ws-ch-code                                pic x.
           05 ws-ch-amount                              pic 9(5)v99.
           05 ws-ch-payment-type                        pic xx.
           05 ws-ch-store-no                            pic xx.
           05 ws-ch-invoice-no                          pic x(9).
           05 ws-ch-date                                pic 9(8).
           05 ws-ch-gift-card-no                        pic x(16).
           05 ws-ch-customer-no                         pic x(6).
           05 ws-ch-to-store-no                         pic xx.
           05 ws-ch-exempt-code                         pic x.

       01 ws-line-discount                              pic 9(7)v99.
       01 ws-line-points                                pic 9(5).

       *> ---- dataSplitAndCountProgram's share of the batch ----
       01 ws-split-share.
           05 ws-ss-grand-count                         pic 9(6)
               value 0.
           05 ws-ss-grand-amount                        pic
               s9(7)v99 value 0.
           05 ws-ss-sales-amount                        pic 9(7)v99
               value 0.
           05 ws-ss-layaways-amount                     pic 9(7)v99
               value 0.
           05 ws-ss-returns-amount                      pic 9(7)v99
               value 0.

       01 ws-province-share-table.
           05 ws-province-count                         pic 99
               value 0.
           05 ws-pv-entries occurs 13 times.
               10 ws-pv-province                        pic xx.
               10 ws-pv-gst-collected                   pic 9(9)v99.
               10 ws-pv-pst-collected                   pic 9(9)v99.
               10 ws-pv-gst-refunded                    pic 9(9)v99.
               10 ws-pv-pst-refunded                    pic 9(9)v99.

       01 ws-posting-province                           pic xx.
       01 ws-found-province-idx                         pic 99
           value 0.

       01 ws-employee-share-table.
           05 ws-employee-count                         pic 999
               value 0.
           05 ws-ep-entries occurs 100 times.
               10 ws-ep-employee-id                     pic x(5).
               10 ws-ep-purchase-count                  pic 9(4).
               10 ws-ep-discount-amount                 pic 9(7)v99.

       01 ws-emp-lookup-id                              pic x(5).
       01 ws-found-emp-idx                              pic 999
           value 0.

       01 ws-serial-share-table.
           05 ws-serial-count                           pic 9(4)
               value 0.
           05 ws-sr-entries occurs 2000 times.
               10 ws-sr-serial-no                       pic x(12).
               10 ws-sr-invoice-no                      pic x(9).

       *> ---- SandLProcessing's share ----
       01 ws-sandl-share.
           05 ws-sl-sales-count                         pic 9(6)
               value 0.
           05 ws-sl-sales-amount                        pic 9(7)v99
               value 0.
           05 ws-sl-layaways-count                      pic 9(6)
               value 0.
           05 ws-sl-layaways-amount                     pic 9(7)v99
               value 0.
           05 ws-sl-tax-owing                           pic 9(7)v99
               value 0.

       01 ws-trend-share-table.
           05 ws-trend-count                            pic 99
               value 0.
           05 ws-tt-entries occurs 50 times.
               10 ws-tt-store-no                        pic xx.
               10 ws-tt-amount                          pic 9(6)v99.
               10 ws-tt-remaining                       pic 9(6)v99.
               *> The trend file's line that is exactly this
               *> batch's figure for the store, when there is one.
               10 ws-tt-exact-line                      pic 9(7).

       01 ws-found-trend-idx                            pic 99
           value 0.

       *> ---- ReturnsProcessingProgram's share ----
       01 ws-returns-share.
           05 ws-rs-returns-count                       pic 9(6)
               value 0.
           05 ws-rs-returns-amount                      pic 9(7)v99
               value 0.
           05 ws-rs-tax-owed                            pic 9(7)v99
               value 0.

       *> ---- ServicePlanProgram's share ----
       *> Every serialized line the batch put through the plans -
       *> "S" a plan sold, "P" a plan returned, "U" a returned
       *> unit that may have carried one - with the date its
       *> contract was cancelled under.
       01 ws-contract-share-table.
           05 ws-contract-count                         pic 9(4)
               value 0.
           05 ws-cs-entries occurs 2000 times.
               10 ws-cs-serial-no                       pic x(12).
               10 ws-cs-invoice-no                      pic x(9).
               10 ws-cs-sku-code                        pic x(15).
               10 ws-cs-date                            pic 9(8).
               10 ws-cs-action                          pic x.

       01 ws-post-contract-action                       pic x.
       01 ws-unearned-amount                            pic s9(9)v99.

       *> What the backout took off the contracts' unearned
       *> total - SVCPLAN's movement record comes down by it.
       01 ws-unearned-share                             pic
           s9(11)v99 value 0.

       *> ---- HourlySalesProgram's share ----
       01 ws-hourly-share-table.
           05 ws-hourly-count                           pic 9(4)
               value 0.
           05 ws-hs-entries occurs 1200 times.
               10 ws-hs-store-no                        pic xx.
               10 ws-hs-hour                            pic 99.
               10 ws-hs-sales-count                     pic 9(5).
               10 ws-hs-sales-amount                    pic 9(7)v99.
               10 ws-hs-returns-count                   pic 9(5).
               10 ws-hs-returns-amount                  pic 9(7)v99.

       01 ws-post-hour                                  pic 99.
       01 ws-found-hourly-idx                           pic 9(4)
           value 0.

       *> ---- SalesPlanProgram's share ----
       01 ws-plan-share-table.
           05 ws-plan-count                             pic 9(4)
               value 0.
           05 ws-ps-entries occurs 2000 times.
               10 ws-ps-store-no                        pic xx.
               10 ws-ps-department                      pic xx.
               10 ws-ps-net-sales                       pic s9(9)v99.
               10 ws-ps-remaining                       pic s9(9)v99.

       01 ws-post-department                            pic xx.
       01 ws-post-net-sales                             pic s9(7)v99.
       01 ws-found-plan-idx                             pic 9(4)
           value 0.

       *> ---- InventoryProcessingProgram's share ----
       *> The net unit movement the batch put through each
       *> position - negative where it sold or shipped units out.
       01 ws-stock-share-table.
           05 ws-stock-count                            pic 9(4)
               value 0.
           05 ws-sk-entries occurs 5000 times.
               10 ws-sk-sku-code                        pic x(15).
               10 ws-sk-store-no                        pic xx.
               10 ws-sk-units                           pic s9(7).

       01 ws-post-sku-code                              pic x(15).
       01 ws-post-store-no                              pic xx.
       01 ws-post-units                                 pic s9(7).
       01 ws-found-stock-idx                            pic 9(4)
           value 0.

       01 ws-transfer-share-table.
           05 ws-transfer-count                         pic 9(4)
               value 0.
           05 ws-tf-entries occurs 500 times.
               10 ws-tf-invoice-no                      pic x(9).
               10 ws-tf-from-store                      pic xx.

       *> ---- LoyaltyProcessingProgram's share ----
       01 ws-points-share-table.
           05 ws-points-count                           pic 9(4)
               value 0.
           05 ws-pt-entries occurs 2000 times.
               10 ws-pt-customer-no                     pic x(6).
               10 ws-pt-points                          pic 9(9).

       01 ws-purchase-share-table.
           05 ws-purchase-count                         pic 9(4)
               value 0.
           05 ws-pu-entries occurs 2000 times.
               10 ws-pu-customer-no                     pic x(6).
               10 ws-pu-invoice-no                      pic x(9).
               10 ws-pu-date                            pic 9(8).
               10 ws-pu-found                           pic x.

       01 ws-post-customer-no                           pic x(6).
       01 ws-found-points-idx                           pic 9(4)
           value 0.

       *> ---- HouseAccountProgram's share ----
       *> Per account, the charges and the credits the batch put
       *> on it, and every movement on its own for the open
       *> items.
       01 ws-account-share-table.
           05 ws-account-count                          pic 9(4)
               value 0.
           05 ws-ac-entries occurs 2000 times.
               10 ws-ac-customer-no                     pic x(6).
               10 ws-ac-charges                         pic 9(9)v99.
               10 ws-ac-credits                         pic 9(9)v99.

       01 ws-found-account-idx                          pic 9(4)
           value 0.

       01 ws-movement-share-table.
           05 ws-movement-count                         pic 9(4)
               value 0.
           05 ws-mv-entries occurs 2000 times.
               10 ws-mv-customer-no                     pic x(6).
               10 ws-mv-date                            pic 9(8).
               10 ws-mv-amount                          pic 9(7)v99.
               *> "C" a charge, "R" a refund credited to the
               *> account.
               10 ws-mv-type                            pic x.
               10 ws-mv-remaining                       pic 9(7)v99.

       01 ws-post-amount                                pic 9(7)v99.
       01 ws-post-date                                  pic 9(8).

       *> The account's open items, held while the batch's
       *> charges come off and its credits go back on - the
       *> same table shape HouseAccountProgram keeps them in.
       01 ws-open-item-table.
           05 ws-open-item-count                        pic 9(4)
               value 0.
           05 ws-oi-entries occurs 2000 times.
               10 ws-oi-line.
                   15 ws-oi-customer-no                 pic x(6).
                   15 ws-oi-charge-date                 pic 9(8).
                   15 ws-oi-open-amount                 pic 9(7)v99.

       01 ws-apply-remaining                            pic 9(7)v99.
       01 ws-found-open-item-idx                        pic 9(4)
           value 0.

       *> ---- GiftCardProcessingProgram's share ----
       01 ws-card-share-table.
           05 ws-card-count                             pic 9(4)
               value 0.
           05 ws-cd-entries occurs 2000 times.
               10 ws-cd-card-no                         pic x(16).
               10 ws-cd-issued                          pic 9(7)v99.
               10 ws-cd-redeemed                        pic 9(7)v99.
               10 ws-cd-refunded                        pic 9(7)v99.

       01 ws-post-card-no                               pic x(16).
       01 ws-post-card-move                             pic x.
       01 ws-found-card-idx                             pic 9(4)
           value 0.

       *> What the batch moved the card liability by -
       *> issuances and refunds add to it, redemptions draw it
       *> down.
       01 ws-liability-share                            pic
           s9(9)v99 value 0.

       *> ---- Working fields for the greedy take-back ----
       *> A line-sequential accumulator line is backed out field
       *> by field - what the line carries comes off against what
       *> the batch still owes, and whatever is left owing rolls
       *> on to the next matching line.
       01 ws-take-line-value                            pic
           s9(9)v99.
       01 ws-take-remaining                             pic
           s9(9)v99.
       01 ws-take-amount                                pic
           s9(9)v99.

       01 ws-remaining-fields.
           05 ws-rem-count-1                            pic s9(9)v99.
           05 ws-rem-count-2                            pic s9(9)v99.
           05 ws-rem-amount-1                           pic s9(9)v99.
           05 ws-rem-amount-2                           pic s9(9)v99.
           05 ws-rem-amount-3                           pic s9(9)v99.
           05 ws-rem-amount-4                           pic s9(9)v99.

       01 ws-wtd-remaining-fields.
           05 ws-wrem-count-1                           pic s9(9)v99.
           05 ws-wrem-count-2                           pic s9(9)v99.
           05 ws-wrem-amount-1                          pic s9(9)v99.
           05 ws-wrem-amount-2                          pic s9(9)v99.
           05 ws-wrem-amount-3                          pic s9(9)v99.
           05 ws-wrem-amount-4                          pic s9(9)v99.

       01 ws-value-count                                pic 9(6).
       01 ws-value-amount                               pic 9(7)v99.
       01 ws-line-total                                 pic s9(9)v99.

       01 ws-work-line-no                               pic 9(7)
           value 0.

       *> History lines as the steps append them, for reading the
       *> figures back off a line and writing the reduced ones.
       01 ws-counts-history-view.
           05 ws-chv-run-date                           pic 9(8).
           05 filler                                    pic x.
           05 ws-chv-grand-count                        pic z(3)9.
           05 filler                                    pic x.
           05 ws-chv-grand-amount                       pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-chv-sales-amount                       pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-chv-layaways-amount                    pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-chv-returns-amount                     pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-chv-batch-seq-no                       pic 9(3).
           05 filler                                    pic x(59).

       01 ws-sales-history-view.
           05 ws-shv-run-date                           pic 9(8).
           05 filler                                    pic x.
           05 ws-shv-sales-count                        pic z(3)9.
           05 filler                                    pic x.
           05 ws-shv-sales-amount                       pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-shv-layaways-count                     pic z(3)9.
           05 filler                                    pic x.
           05 ws-shv-layaways-amount                    pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-shv-tax-owing                          pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-shv-batch-seq-no                       pic 9(3).
           05 filler                                    pic x(65).

       01 ws-returns-history-view.
           05 ws-rhv-run-date                           pic 9(8).
           05 filler                                    pic x.
           05 ws-rhv-returns-count                      pic z(3)9.
           05 filler                                    pic x.
           05 ws-rhv-returns-amount                     pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-rhv-tax-owed                           pic zzz,zz9.99.
           05 filler                                    pic x.
           05 ws-rhv-batch-seq-no                       pic 9(3).
           05 filler                                    pic x(81).

       01 ws-trend-view.
           05 ws-tv-run-date                            pic 9(8).
           05 filler                                    pic x.
           05 ws-tv-store-no                            pic xx.
           05 filler                                    pic x.
           05 ws-tv-amount                              pic zzz,zz9.99.
           05 filler                                    pic x(98).

       01 ws-trend-amount                               pic 9(6)v99.

       *> ---- The proof for the file being backed out ----
       *> Records and control total are taken off the file as it
       *> stood before and as it stands after, independently of
       *> what was backed out - after has to equal before less
       *> the batch's share, or the file is not proved.
       01 ws-proof-fields.
           05 ws-pf-label                               pic x(20).
           05 ws-pf-posted                              pic x.
           05 ws-pf-before-records                      pic 9(7).
           05 ws-pf-added                               pic 9(5).
           05 ws-pf-changed                             pic 9(7).
           05 ws-pf-deleted                             pic 9(7).
           05 ws-pf-not-found                           pic 9(5).
           05 ws-pf-after-records                       pic 9(7).
           05 ws-pf-control-before                      pic
               s9(11)v99.
           05 ws-pf-control-applied                     pic
               s9(11)v99.
           05 ws-pf-control-after                       pic
               s9(11)v99.

       01 ws-expected-records                           pic s9(7).
       01 ws-expected-control                           pic
           s9(11)v99.

       01 ws-measure-records                            pic 9(7).
       01 ws-measure-control                            pic
           s9(11)v99.

       01 ws-before-control                             pic
           s9(11)v99.
       01 ws-record-control                             pic
           s9(11)v99.

       01 ws-counts-and-totals.
           05 ws-archive-read                           pic 9(7)
               value 0.
           05 ws-files-proved                           pic 9(3)
               value 0.
           05 ws-files-not-proved                       pic 9(3)
               value 0.
           05 ws-files-exception                        pic 9(3)
               value 0.
           05 ws-files-not-posted                       pic 9(3)
               value 0.
           05 ws-journal-marked                         pic 9(5)
               value 0.
           05 ws-claims-listed                          pic 9(5)
               value 0.

       01 ws-layaway-opening                            pic x.
       01 ws-next-due-date                              pic 9(8).

       01 report-heading-line.
           05 filler                                    pic x(30)
               value "BATCH BACKOUT - BUSINESS DATE ".
           05 prt-hd-business-date                      pic 9999/99/99.
           05 filler                                    pic x(8)
               value "  BATCH ".
           05 prt-hd-batch-seq-no                       pic 9(3).
           05 filler                                    pic x(8)
               value "  STORE ".
           05 prt-hd-store                              pic x(10).
           05 filler                                    pic x(10)
               value "  RUN ON: ".
           05 prt-hd-run-stamp                          pic 9999/99/99.

       01 steps-heading.
           05 filler                                    pic x(40)
               value "DAILY STEPS AND WHAT EACH POSTED FOR IT".

       01 prt-step-line.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-step-name                          pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-program-id                         pic x(30).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-status                             pic x(40).

       01 proof-heading1.
           05 filler                                    pic x(20)
               value "FILE".
           05 filler                                    pic x(7)
               value " BEFORE".
           05 filler                                    pic x(6)
               value " ADDED".
           05 filler                                    pic x(7)
               value " CHANGD".
           05 filler                                    pic x(7)
               value " DELETD".
           05 filler                                    pic x(6)
               value " NOTFD".
           05 filler                                    pic x(7)
               value "  AFTER".
           05 filler                                    pic x(15)
               value " CONTROL BEFORE".
           05 filler                                    pic x(15)
               value "     BACKED OUT".
           05 filler                                    pic x(15)
               value "  CONTROL AFTER".
           05 filler                                    pic x(7)
               value " STATUS".

       01 prt-step-heading.
           05 filler                                    pic x(5)
               value "STEP ".
           05 prt-sh-step-name                          pic x(8).
           05 filler                                    pic x(3)
               value " - ".
           05 prt-sh-description                        pic x(50).

       *> One line per file - records before, what the backout
       *> added, changed and deleted, the shares it could not
       *> find, records after, and the file's control total
       *> before, backed out and after.
       01 prt-proof-line.
           05 prt-pf-label                              pic x(20).
           05 filler                                    pic x
               value spaces.
           05 prt-pf-before-records                     pic z(5)9.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-added                              pic z(4)9.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-changed                            pic z(5)9.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-deleted                            pic z(5)9.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-not-found                          pic z(4)9.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-after-records                      pic z(5)9.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-control-before                     pic
               -zz,zzz,zz9.99.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-control-applied                    pic
               -zz,zzz,zz9.99.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-control-after                      pic
               -zz,zzz,zz9.99.
           05 filler                                    pic x
               value spaces.
           05 prt-pf-status                             pic x(10).

       01 not-reversed-heading.
           05 filler                                    pic x(44)
               value "NOT BACKED OUT - TO BE REVERSED BY HAND".

       01 not-reversed-text-values.
           05 filler                                    pic x(40) value
               "  GL JOURNAL, BANK DEPOSIT AND CARD SETT".
           05 filler                                    pic x(40) value
               "LEMENT EXTRACTS ALREADY SENT            ".
           05 filler                                    pic x(40) value
               "  LOSS-PREVENTION SCORES AND TILL SHORTA".
           05 filler                                    pic x(40) value
               "GE HISTORY WRITTEN OFF IT               ".
           05 filler                                    pic x(40) value
               "  SEPARATE FEEDS - RECEIPTS, COUNTS, A/R".
           05 filler                                    pic x(40) value
               " PAYMENTS, LAYAWAY                      ".
           05 filler                                    pic x(40) value
               "    CANCELLATIONS, PRICE CHANGES - STAND".
           05 filler                                    pic x(40) value
               " AS POSTED; WITHDRAW THEM               ".
           05 filler                                    pic x(40) value
               "    BEFORE THE CORRECTED FEED IS RUN AGA".
           05 filler                                    pic x(40) value
               "IN FOR THIS DATE AND BATCH              ".

       01 not-reversed-text redefines not-reversed-text-values.
           05 not-reversed-text-line occurs 5 times     pic x(80).

       01 claims-heading.
           05 filler                                    pic x(40) value
               "  VENDOR CLAIMS RAISED OFF THE BATCH'S R".
           05 filler                                    pic x(40) value
               "ETURNS - CANCEL WITH THE VENDOR         ".

       01 prt-claim-line.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-cl-claim-no                           pic 9(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-vendor-no                          pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-store-no                           pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-invoice-no                         pic x(9).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-sku-code                           pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-claim-amount                       pic zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-status                             pic x(10).

       01 totals-line1.
           05 filler                                    pic x(19)
               value "Archive Lines Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-archive-read                          pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(19)
               value "Batch Lines Found: ".
           05 prt-batch-lines                           pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(17)
               value "Invoices Found:  ".
           05 prt-batch-headers                         pic z(4)9.

       01 totals-line2.
           05 filler                                    pic x(14)
               value "Files Proved: ".
           05 prt-files-proved                          pic zz9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(18)
               value "Files Not Proved: ".
           05 prt-files-not-proved                      pic zz9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(17)
               value "With Exceptions: ".
           05 prt-files-exception                       pic zz9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Not Posted: ".
           05 prt-files-not-posted                      pic zz9.

       01 totals-line3.
           05 filler                                    pic x(26)
               value "Journal Records Marked As ".
           05 prt-backed-out-code                       pic 99.
           05 filler                                    pic x(2)
               value ": ".
           05 prt-journal-marked                        pic z(4)9.

       procedure division.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.
           move ws-ts-date to ws-rj-start-date.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

           *> No request card, no backout - nothing is touched and
           *> nothing is journaled, since there is no batch to
           *> journal it under.
           perform 040-resolve-request.

           perform 035-load-system-params.

           open output report-file.
           move ws-run-date to prt-hd-business-date.
           move ws-batch-seq-no to prt-hd-batch-seq-no.
           if (ws-backout-store = spaces) then
               move "ALL STORES" to prt-hd-store
           else
               move ws-backout-store to prt-hd-store
           end-if.
           move ws-rj-start-date to prt-hd-run-stamp.
           write report-data-line from report-heading-line.

           *> The run journal says which steps posted the batch -
           *> only their files are backed out, and a batch nothing
           *> posted is refused before anything is opened.
           perform 045-read-run-journal.

           perform 050-load-store-master.
           perform 055-load-tax-rates.
           perform 058-resolve-fiscal-week.

           *> Everything the batch posted is found through its
           *> archived lines - read once, into a table, and every
           *> file's share is computed off that before any file
           *> is changed.
           open i-o transaction-archive-file.
           open input item-master-index-file.
           perform 100-load-batch.
           perform 200-compute-shares.
           close item-master-index-file.

           write report-data-line from proof-heading1
               after advancing 2 lines.

           perform 300-back-out-split.
           perform 330-back-out-layaways.
           perform 340-back-out-loyalty.
           perform 350-back-out-house-accounts.
           perform 360-back-out-inventory.
           perform 370-back-out-plan-actual.
           perform 380-back-out-gift-cards.
           perform 400-back-out-sandl.
           perform 420-back-out-returns.
           perform 430-back-out-service-plans.
           perform 440-back-out-hourly.
           perform 445-back-out-commission.
           perform 447-back-out-deposits.
           perform 450-back-out-invoice-history.

           *> The archive goes last - until every subledger is
           *> done, it is the only record of what the batch
           *> posted.
           perform 460-back-out-archive.
           close transaction-archive-file.

           *> Only now is the batch free to run again - and not at
           *> all if any file failed to prove, since a rerun would
           *> post on top of whatever was left behind.
           if (ws-rj-return-code < 16) then
               perform 470-mark-run-journal
           end-if.

           perform 500-list-not-reversed.

           perform 600-totals.

           perform 900-write-run-journal.

           accept return-code.

           close report-file.

           goback.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               *> A card whose value does not fit its field's
               *> digit shape is ignored - the compiled default
               *> stands rather than a half-keyed number.
               evaluate sp-param-name
               when "DEFAULT-GST-RATE"
                   move sp-param-value(1:4) to ws-param-rate-x
                   if (ws-param-rate is numeric) then
                       move ws-param-rate to
                           ws-default-gst-rate
                   end-if
               when "DEFAULT-PST-RATE"
                   move sp-param-value(1:4) to ws-param-rate-x
                   if (ws-param-rate is numeric) then
                       move ws-param-rate to
                           ws-default-pst-rate
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

       040-resolve-request.

           move 'n' to sw-request-missing.
           open input backout-request-file.
           read backout-request-file
               at end move 'y' to sw-request-missing
           end-read.
           close backout-request-file.

           if (sw-request-missing = 'y') or
               (br-business-date is not numeric) or
               (br-business-date = 0) or
               (br-batch-seq-no is not numeric) or
               (br-batch-seq-no = 0) then
               display "BKOUT - NO VALID BACKOUT REQUEST - "
                   "RUN HALTED"
               move 16 to return-code
               goback
           end-if.

           move br-business-date to ws-run-date.
           move ws-run-date(1:6) to ws-run-year-month.
           move br-batch-seq-no to ws-batch-seq-no.
           move br-store-no to ws-backout-store.

           if (ws-backout-store not = spaces) then
               move 98 to ws-backed-out-code
           end-if.

       045-read-run-journal.

           move spaces to ws-step-status-table.

           open input run-journal-file.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               if (rj-business-date = ws-run-date) then
                   perform 046-note-journal-record
               end-if
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof
           end-perform.
           close run-journal-file.

           write report-data-line from steps-heading
               after advancing 2 lines.
           move 1 to ws-step-iterator.
           perform varying ws-step-iterator
               from 1
               by 1
               until ws-step-iterator > ws-step-count
               move ws-sn-step-name(ws-step-iterator) to
                   prt-st-step-name
               move ws-sn-program-id(ws-step-iterator) to
                   prt-st-program-id
               evaluate ws-step-status(ws-step-iterator)
               when "P"
                   move "POSTED" to prt-st-status
                   move 'y' to sw-anything-posted
               when "S"
                   move "POSTED - A STORE ALREADY BACKED OUT" to
                       prt-st-status
                   move 'y' to sw-anything-posted
               when other
                   move "NOT POSTED - NOTHING TO BACK OUT" to
                       prt-st-status
               end-evaluate
               write report-data-line from prt-step-line
           end-perform.

           if (sw-anything-posted = 'n') then
               display "BKOUT - NO STEP POSTED BATCH "
                   ws-batch-seq-no " FOR " ws-run-date
                   " - RUN HALTED"
               move 16 to return-code
               move 16 to ws-rj-return-code
               perform 900-write-run-journal
               goback
           end-if.

       046-note-journal-record.

           move 0 to ws-found-step-idx.
           move 1 to ws-step-iterator.
           perform varying ws-step-iterator
               from 1
               by 1
               until ws-step-iterator > ws-step-count
               if (ws-sn-program-id(ws-step-iterator) =
                   rj-program-id) then
                   move ws-step-iterator to ws-found-step-idx
               end-if
           end-perform.

           if (ws-found-step-idx = 0) then
               continue
           else
               *> Another clean edit of the same date under a
               *> different batch - its invoices carry the same
               *> date in the invoice history.
               if (rj-program-id = "EDITSPROGRAM") and
                   (rj-batch-seq-no not = ws-batch-seq-no) and
                   (rj-return-code <= 4) then
                   move 'y' to sw-other-edits-batch
               end-if

               if (rj-batch-seq-no = ws-batch-seq-no) then
                   evaluate true
                   when rj-return-code <= 4
                       move "P" to ws-step-status(ws-found-step-idx)
                   when rj-return-code = 98
                       if (ws-step-status(ws-found-step-idx) not =
                           "P") then
                           move "S" to
                               ws-step-status(ws-found-step-idx)
                       end-if
                   end-evaluate
               end-if
           end-if.

           if (ws-found-step-idx > 0) and
               (rj-batch-seq-no = ws-batch-seq-no) and
               (rj-return-code <= 4 or rj-return-code = 98) then
               evaluate rj-program-id
               when "EDITSPROGRAM"
                   move 'y' to sw-edits-posted
               when "DATASPLITANDCOUNTPROGRAM"
                   move 'y' to sw-split-posted
               when "LAYAWAYPROCESSINGPROGRAM"
                   move 'y' to sw-layaway-posted
               when "LOYALTYPROCESSINGPROGRAM"
                   move 'y' to sw-loyalty-posted
               when "HOUSEACCOUNTPROGRAM"
                   move 'y' to sw-houseacc-posted
               when "INVENTORYPROCESSINGPROGRAM"
                   move 'y' to sw-invtory-posted
               when "SALESPLANPROGRAM"
                   move 'y' to sw-planvact-posted
               when "GIFTCARDPROCESSINGPROGRAM"
                   move 'y' to sw-giftcard-posted
               when "SANDLPROCESSINGPROGRAM"
                   move 'y' to sw-sandl-posted
               when "RETURNSPROCESSINGPROGRAM"
                   move 'y' to sw-returns-posted
               when "SERVICEPLANPROGRAM"
                   move 'y' to sw-svcplan-posted
               when "HOURLYSALESPROGRAM"
                   move 'y' to sw-hourly-posted
               when "VENDORCLAIMSPROGRAM"
                   move 'y' to sw-rtvclaim-posted
               when "COMMISSIONPROGRAM"
                   move 'y' to sw-commissn-posted
               when "DEPOSITRECONCILEPROGRAM"
                   move 'y' to sw-bankrec-posted
               end-evaluate
           end-if.

       050-load-store-master.
           open input store-master-file.

           read store-master-file at end move "Y" to sw-store-eof.
           perform until sw-store-eof = "Y"
               if (ws-store-count < 50) then
                   add 1 to ws-store-count
                   move sm-store-no to
                       ws-sm-store-no(ws-store-count)
                   move sm-province to
                       ws-sm-province(ws-store-count)
               end-if
               read store-master-file at end
                   move "Y" to sw-store-eof
           end-perform.

           close store-master-file.

           *> A single-store backout has to name a store the chain
           *> knows - a mistyped store would otherwise back out
           *> nothing and still release the batch.
           if (ws-backout-store not = spaces) then
               move ws-backout-store to ws-post-store-no
               perform 060-find-store-index
               if (ws-found-store-idx = 0) then
                   display "BKOUT - STORE " ws-backout-store
                       " NOT ON THE STORE MASTER - RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
           end-if.

       055-load-tax-rates.
           open input tax-rate-file.

           read tax-rate-file at end move "Y" to sw-tax-rate-eof.
           perform until sw-tax-rate-eof = "Y"
               if (ws-tax-rate-count < 50) then
                   add 1 to ws-tax-rate-count
                   move tr-store-no to
                       ws-tr-store-no(ws-tax-rate-count)
                   *> The same fallback dataSplitAndCountProgram
                   *> takes for a rate record in the old shape.
                   if (tr-gst-rate is numeric) and
                       (tr-pst-rate is numeric) then
                       move tr-gst-rate to
                           ws-tr-gst-rate(ws-tax-rate-count)
                       move tr-pst-rate to
                           ws-tr-pst-rate(ws-tax-rate-count)
                   else
                       move ws-default-gst-rate to
                           ws-tr-gst-rate(ws-tax-rate-count)
                       move ws-default-pst-rate to
                           ws-tr-pst-rate(ws-tax-rate-count)
                   end-if
               end-if

               read tax-rate-file at end move "Y" to sw-tax-rate-eof
           end-perform.

           close tax-rate-file.

       058-resolve-fiscal-week.

           *> The batch date's own fiscal week, not today's - the
           *> steps posted it to the week it was run for.
           move 'n' to sw-fiscal-found.
           open input fiscal-calendar-file.
           read fiscal-calendar-file at end
               move "Y" to sw-fiscal-eof.
           perform until sw-fiscal-eof = "Y"
               if (fc-date = ws-run-date) then
                   move 'y' to sw-fiscal-found
                   move fc-fiscal-year to ws-fiscal-year
                   move fc-fiscal-period to ws-fiscal-period
                   move fc-fiscal-week to ws-fiscal-week
               end-if
               read fiscal-calendar-file at end
                   move "Y" to sw-fiscal-eof
           end-perform.
           close fiscal-calendar-file.

       060-find-store-index.
           move 0 to ws-found-store-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-count
               if (ws-sm-store-no(ws-iterator) = ws-post-store-no)
                   then
                   move ws-iterator to ws-found-store-idx
               end-if
           end-perform.

       062-find-tax-rate.
           move ws-default-gst-rate to ws-gst-rate.
           move ws-default-pst-rate to ws-pst-rate.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-tax-rate-count
               if (ws-tr-store-no(ws-iterator) = ws-post-store-no)
                   then
                   move ws-tr-gst-rate(ws-iterator) to ws-gst-rate
                   move ws-tr-pst-rate(ws-iterator) to ws-pst-rate
               end-if
           end-perform.

       064-read-item-master.
           move "n" to sw-item-found.
           move ws-iv-sku-code to imx-sku-code.
           read item-master-index-file
               invalid key move "n" to sw-item-found
               not invalid key move "y" to sw-item-found
           end-read.

       100-load-batch.

           move 'n' to sw-archive-eof.
           move low-values to arch-key.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move "Y" to sw-archive-eof
           end-start.
           if (sw-archive-eof not = "Y") then
               perform 105-read-next-archive
           end-if.
           perform until sw-archive-eof = "Y"
               add 1 to ws-archive-read
               *> A line archived before batches were stamped on
               *> the archive has no batch number and is never
               *> taken for one.
               if (arch-run-date = ws-run-date) and
                   (arch-batch-seq-no is numeric) and
                   (arch-batch-seq-no = ws-batch-seq-no) and
                   (ws-backout-store = spaces or
                   arch-transaction-image(11:2) = ws-backout-store)
                   then
                   if (ws-batch-line-count >= 20000) then
                       display "BKOUT - BATCH LINE TABLE FULL - "
                           "RUN HALTED"
                       move 16 to return-code
                       move 16 to ws-rj-return-code
                       perform 900-write-run-journal
                       goback
                   end-if
                   add 1 to ws-batch-line-count
                   move arch-key to ws-bl-key(ws-batch-line-count)
                   move arch-transaction-image to
                       ws-bl-image(ws-batch-line-count)
                   if (arch-line-no = 0) then
                       add 1 to ws-batch-header-count
                   end-if
               end-if
               perform 105-read-next-archive
           end-perform.

           *> Steps journaled the batch but the archive holds
           *> none of it - there is nothing to back their postings
           *> out by, and releasing the batch would let it post a
           *> second time on top of the first.
           if (ws-batch-line-count = 0) then
               display "BKOUT - NO ARCHIVED LINES FOR BATCH "
                   ws-batch-seq-no " OF " ws-run-date
                   " - RUN HALTED"
               move 16 to return-code
               move 16 to ws-rj-return-code
               perform 900-write-run-journal
               goback
           end-if.

       105-read-next-archive.
           read transaction-archive-file next record
               at end move "Y" to sw-archive-eof
           end-read.

       200-compute-shares.

           move 1 to ws-batch-idx.
           perform varying ws-batch-idx
               from 1
               by 1
               until ws-batch-idx > ws-batch-line-count
               move ws-bl-image(ws-batch-idx) to ws-image-view
               if (ws-bl-line-no(ws-batch-idx) = 0) then
                   perform 205-share-header
               else
                   evaluate true
                   when ws-iv-detail
                       perform 210-share-item-line
                   when ws-iv-coupon
                       perform 215-share-coupon-line
                   when ws-iv-tender
                       perform 218-share-tender-line
                   end-evaluate
               end-if
           end-perform.

       205-share-header.

           move ws-iv-code to ws-ch-code.
           move ws-iv-amount to ws-ch-amount.
           move ws-iv-payment-type to ws-ch-payment-type.
           move ws-iv-store-no to ws-ch-store-no.
           move ws-iv-invoice-no to ws-ch-invoice-no.
           move ws-iv-date to ws-ch-date.
           move ws-iv-gift-card-no to ws-ch-gift-card-no.
           move ws-iv-customer-no to ws-ch-customer-no.
           move ws-iv-to-store-no to ws-ch-to-store-no.
           move ws-iv-exempt-code to ws-ch-exempt-code.

           *> The run's counts and controls, exactly as the split
           *> tallied them - exchanges add to the grand total only,
           *> returns come off it.
           if (sw-split-posted = 'y') then
               evaluate ws-ch-code
               when "S"
                   add 1 to ws-ss-grand-count
                   add ws-ch-amount to ws-ss-grand-amount
                   add ws-ch-amount to ws-ss-sales-amount
               when "L"
                   add 1 to ws-ss-grand-count
                   add ws-ch-amount to ws-ss-grand-amount
                   add ws-ch-amount to ws-ss-layaways-amount
               when "R"
                   add 1 to ws-ss-grand-count
                   subtract ws-ch-amount from ws-ss-grand-amount
                   add ws-ch-amount to ws-ss-returns-amount
               when "X"
                   add 1 to ws-ss-grand-count
                   add ws-ch-amount to ws-ss-grand-amount
               end-evaluate
               if (ws-iv-employee-flag = "E") and
                   (ws-ch-code not = "T") then
                   move ws-iv-employee-id to ws-emp-lookup-id
                   perform 222-find-or-add-employee
                   add 1 to ws-ep-purchase-count(ws-found-emp-idx)
               end-if
           end-if.

           if (sw-sandl-posted = 'y') and
               (ws-ch-code = "S" or ws-ch-code = "L") then
               if (ws-ch-code = "S") then
                   add 1 to ws-sl-sales-count
                   add ws-ch-amount to ws-sl-sales-amount
               else
                   add 1 to ws-sl-layaways-count
                   add ws-ch-amount to ws-sl-layaways-amount
               end-if
               move ws-ch-store-no to ws-post-store-no
               perform 060-find-store-index
               if (ws-found-store-idx > 0) then
                   perform 226-find-or-add-trend
                   add ws-ch-amount to ws-tt-amount(ws-found-trend-idx)
               end-if
           end-if.

           if (sw-returns-posted = 'y') and (ws-ch-code = "R") then
               add 1 to ws-rs-returns-count
               add ws-ch-amount to ws-rs-returns-amount
           end-if.

           if (sw-hourly-posted = 'y') and
               (ws-ch-code = "S" or ws-ch-code = "L" or
               ws-ch-code = "R") then
               move ws-iv-hour to ws-post-hour
               if (ws-post-hour > 23) then
                   move 23 to ws-post-hour
               end-if
               perform 228-find-or-add-hourly
               if (ws-ch-code = "R") then
                   add 1 to ws-hs-returns-count(ws-found-hourly-idx)
                   add ws-ch-amount to
                       ws-hs-returns-amount(ws-found-hourly-idx)
               else
                   add 1 to ws-hs-sales-count(ws-found-hourly-idx)
                   add ws-ch-amount to
                       ws-hs-sales-amount(ws-found-hourly-idx)
               end-if
           end-if.

           *> Points were earned on whole dollars of the sale or
           *> exchange, the cents dropped.
           if (sw-loyalty-posted = 'y') and
               (ws-ch-code = "S" or ws-ch-code = "X") and
               (ws-ch-customer-no not = spaces) then
               move ws-ch-amount to ws-line-points
               move ws-ch-customer-no to ws-post-customer-no
               perform 236-find-or-add-points
               add ws-line-points to ws-pt-points(ws-found-points-idx)
           end-if.

           if (sw-houseacc-posted = 'y') and
               (ws-ch-payment-type = "OA") then
               move ws-ch-amount to ws-post-amount
               perform 238-add-account-movement
           end-if.

           if (sw-giftcard-posted = 'y') then
               move ws-ch-gift-card-no to ws-post-card-no
               move ws-ch-amount to ws-post-amount
               evaluate true
               when ws-ch-code = "G"
                   move "I" to ws-post-card-move
                   perform 240-add-card-movement
               when ws-ch-payment-type = "GC" and ws-ch-code = "R"
                   move "F" to ws-post-card-move
                   perform 240-add-card-movement
               when ws-ch-payment-type = "GC" and
                   (ws-ch-code = "S" or ws-ch-code = "L" or
                   ws-ch-code = "X")
                   move "D" to ws-post-card-move
                   perform 240-add-card-movement
               end-evaluate
           end-if.

           if (sw-invtory-posted = 'y') and (ws-ch-code = "T") then
               perform 234-add-transfer
           end-if.

       210-share-item-line.

           if (ws-ch-code = "S" or ws-ch-code = "L" or
               ws-ch-code = "X" or ws-ch-code = "R") then
               perform 064-read-item-master
               perform 212-tax-item-line
           end-if.

           if (sw-split-posted = 'y') then
               *> A staff purchase's below-retail lines, the same
               *> test the split made against the monthly cap.
               if (ws-iv-employee-flag = "E") and
                   (ws-ch-code = "S" or ws-ch-code = "X") and
                   (sw-item-found = "y") and
                   (imx-retail-price is numeric) and
                   (ws-iv-unit-price is numeric) and
                   (imx-retail-price > ws-iv-unit-price) then
                   compute ws-line-discount =
                       (imx-retail-price - ws-iv-unit-price) *
                       ws-iv-quantity
                   move ws-iv-employee-id to ws-emp-lookup-id
                   perform 222-find-or-add-employee
                   add ws-line-discount to
                       ws-ep-discount-amount(ws-found-emp-idx)
               end-if
               if (ws-iv-serial-no not = spaces) and
                   (ws-ch-code = "S" or ws-ch-code = "L" or
                   ws-ch-code = "X") then
                   perform 224-add-serial
               end-if
           end-if.

           *> Plans are only sold and returned on sales and
           *> returns, always against the covered unit's serial.
           if (sw-svcplan-posted = 'y') and
               (ws-iv-serial-no not = spaces) and
               (ws-ch-code = "S" or ws-ch-code = "R") then
               if (sw-item-found = "y") and (imx-service-plan) then
                   if (ws-ch-code = "S") then
                       move "S" to ws-post-contract-action
                   else
                       move "P" to ws-post-contract-action
                   end-if
                   perform 242-add-contract-share
               else
                   if (ws-ch-code = "R") then
                       move "U" to ws-post-contract-action
                       perform 242-add-contract-share
                   end-if
               end-if
           end-if.

           if (sw-planvact-posted = 'y') and
               (ws-ch-code = "S" or ws-ch-code = "L" or
               ws-ch-code = "X" or ws-ch-code = "R") then
               if (sw-item-found = "y") then
                   move imx-department to ws-post-department
               else
                   move spaces to ws-post-department
               end-if
               if (ws-ch-code = "R") then
                   compute ws-post-net-sales = 0 - ws-iv-amount
               else
                   move ws-iv-amount to ws-post-net-sales
               end-if
               perform 230-add-plan-share
           end-if.

           if (sw-invtory-posted = 'y') then
               move ws-iv-sku-code to ws-post-sku-code
               move ws-ch-store-no to ws-post-store-no
               evaluate ws-ch-code
               when "S"
               when "L"
               when "X"
                   compute ws-post-units = 0 - ws-iv-quantity
                   perform 232-add-stock-share
               when "R"
                   move ws-iv-quantity to ws-post-units
                   perform 232-add-stock-share
               when "T"
                   compute ws-post-units = 0 - ws-iv-quantity
                   perform 232-add-stock-share
                   if (ws-iv-to-store-no not = spaces) then
                       move ws-iv-to-store-no to ws-post-store-no
                   else
                       move ws-ch-to-store-no to ws-post-store-no
                   end-if
                   move ws-iv-quantity to ws-post-units
                   perform 232-add-stock-share
               end-evaluate
           end-if.

       212-tax-item-line.

           *> "E" owes neither component, "P" owes GST only,
           *> anything else owes both at the store's rates - the
           *> figures every taxing step arrived at for the line.
           move ws-ch-store-no to ws-post-store-no.
           perform 062-find-tax-rate.
           if (sw-item-found = "y") and
               (imx-tax-category = "E") then
               move 0 to ws-gst-owing
               move 0 to ws-pst-owing
           else
               compute ws-gst-owing rounded =
                   (ws-iv-amount * ws-gst-rate)
               if (sw-item-found = "y") and
                   (imx-tax-category = "P") then
                   move 0 to ws-pst-owing
               else
                   compute ws-pst-owing rounded =
                       (ws-iv-amount * ws-pst-rate)
               end-if
           end-if.

           if (sw-sandl-posted = 'y') and
               (ws-ch-code = "S" or ws-ch-code = "L") then
               add ws-gst-owing to ws-sl-tax-owing
               add ws-pst-owing to ws-sl-tax-owing
           end-if.

           if (sw-returns-posted = 'y') and (ws-ch-code = "R") then
               add ws-gst-owing to ws-rs-tax-owed
               add ws-pst-owing to ws-rs-tax-owed
           end-if.

           *> Only the split honours an exemption certificate on
           *> the invoice - the remittance is what it files.
           if (sw-split-posted = 'y') then
               if (ws-ch-exempt-code = "G" or
                   ws-ch-exempt-code = "B") then
                   move 0 to ws-gst-owing
               end-if
               if (ws-ch-exempt-code = "P" or
                   ws-ch-exempt-code = "B") then
                   move 0 to ws-pst-owing
               end-if
               perform 060-find-store-index
               perform 220-find-or-add-province
               if (ws-ch-code = "R") then
                   add ws-gst-owing to
                       ws-pv-gst-refunded(ws-found-province-idx)
                   add ws-pst-owing to
                       ws-pv-pst-refunded(ws-found-province-idx)
               else
                   add ws-gst-owing to
                       ws-pv-gst-collected(ws-found-province-idx)
                   add ws-pst-owing to
                       ws-pv-pst-collected(ws-found-province-idx)
               end-if
           end-if.

       215-share-coupon-line.

           *> A coupon came off the department-less row of the
           *> plan, the same as it came off the net sales.
           if (sw-planvact-posted = 'y') and
               (ws-ch-code = "S" or ws-ch-code = "L" or
               ws-ch-code = "X") then
               move spaces to ws-post-department
               compute ws-post-net-sales = 0 - ws-iv-amount
               perform 230-add-plan-share
           end-if.

       218-share-tender-line.

           if (sw-houseacc-posted = 'y') and
               (ws-iv-payment-type = "OA") then
               move ws-iv-amount to ws-post-amount
               perform 238-add-account-movement
           end-if.

           if (sw-giftcard-posted = 'y') and
               (ws-iv-payment-type = "GC") and
               (ws-ch-code not = "G") then
               move ws-iv-gift-card-no to ws-post-card-no
               move ws-iv-amount to ws-post-amount
               if (ws-ch-code = "R") then
                   move "F" to ws-post-card-move
               else
                   move "D" to ws-post-card-move
               end-if
               perform 240-add-card-movement
           end-if.

       220-find-or-add-province.

           *> The store's province off the store master - an
           *> unknown store bucketed under "??" in the split.
           if (ws-found-store-idx > 0) then
               move ws-sm-province(ws-found-store-idx) to
                   ws-posting-province
           else
               move "??" to ws-posting-province
           end-if.

           move 0 to ws-found-province-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-province-count
               if (ws-pv-province(ws-iterator) =
                   ws-posting-province) then
                   move ws-iterator to ws-found-province-idx
               end-if
           end-perform.

           if (ws-found-province-idx = 0) then
               if (ws-province-count >= 13) then
                   move "PROVINCE" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-province-count
               move ws-province-count to ws-found-province-idx
               move ws-posting-province to
                   ws-pv-province(ws-found-province-idx)
               move 0 to ws-pv-gst-collected(ws-found-province-idx)
               move 0 to ws-pv-pst-collected(ws-found-province-idx)
               move 0 to ws-pv-gst-refunded(ws-found-province-idx)
               move 0 to ws-pv-pst-refunded(ws-found-province-idx)
           end-if.

       222-find-or-add-employee.

           move 0 to ws-found-emp-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-employee-count
               if (ws-ep-employee-id(ws-iterator) =
                   ws-emp-lookup-id) then
                   move ws-iterator to ws-found-emp-idx
               end-if
           end-perform.

           if (ws-found-emp-idx = 0) then
               if (ws-employee-count >= 100) then
                   move "EMPLOYEE" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-employee-count
               move ws-employee-count to ws-found-emp-idx
               move ws-emp-lookup-id to
                   ws-ep-employee-id(ws-found-emp-idx)
               move 0 to ws-ep-purchase-count(ws-found-emp-idx)
               move 0 to ws-ep-discount-amount(ws-found-emp-idx)
           end-if.

       224-add-serial.

           if (ws-serial-count >= 2000) then
               move "SERIAL" to ws-full-table-name
               perform 290-halt-table-full
           end-if.
           add 1 to ws-serial-count.
           move ws-iv-serial-no to ws-sr-serial-no(ws-serial-count).
           move ws-ch-invoice-no to
               ws-sr-invoice-no(ws-serial-count).

       226-find-or-add-trend.

           move 0 to ws-found-trend-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-trend-count
               if (ws-tt-store-no(ws-iterator) = ws-post-store-no)
                   then
                   move ws-iterator to ws-found-trend-idx
               end-if
           end-perform.

           if (ws-found-trend-idx = 0) then
               if (ws-trend-count >= 50) then
                   move "STORE TREND" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-trend-count
               move ws-trend-count to ws-found-trend-idx
               move ws-post-store-no to
                   ws-tt-store-no(ws-found-trend-idx)
               move 0 to ws-tt-amount(ws-found-trend-idx)
               move 0 to ws-tt-exact-line(ws-found-trend-idx)
           end-if.

       228-find-or-add-hourly.

           move 0 to ws-found-hourly-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-hourly-count
               if (ws-hs-store-no(ws-iterator) = ws-ch-store-no) and
                   (ws-hs-hour(ws-iterator) = ws-post-hour) then
                   move ws-iterator to ws-found-hourly-idx
               end-if
           end-perform.

           if (ws-found-hourly-idx = 0) then
               if (ws-hourly-count >= 1200) then
                   move "HOURLY" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-hourly-count
               move ws-hourly-count to ws-found-hourly-idx
               move ws-ch-store-no to
                   ws-hs-store-no(ws-found-hourly-idx)
               move ws-post-hour to ws-hs-hour(ws-found-hourly-idx)
               move 0 to ws-hs-sales-count(ws-found-hourly-idx)
               move 0 to ws-hs-sales-amount(ws-found-hourly-idx)
               move 0 to ws-hs-returns-count(ws-found-hourly-idx)
               move 0 to ws-hs-returns-amount(ws-found-hourly-idx)
           end-if.

       230-add-plan-share.

           move 0 to ws-found-plan-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-plan-count
               if (ws-ps-store-no(ws-iterator) = ws-ch-store-no) and
                   (ws-ps-department(ws-iterator) =
                   ws-post-department) then
                   move ws-iterator to ws-found-plan-idx
               end-if
           end-perform.

           if (ws-found-plan-idx = 0) then
               if (ws-plan-count >= 2000) then
                   move "PLAN" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-plan-count
               move ws-plan-count to ws-found-plan-idx
               move ws-ch-store-no to
                   ws-ps-store-no(ws-found-plan-idx)
               move ws-post-department to
                   ws-ps-department(ws-found-plan-idx)
               move 0 to ws-ps-net-sales(ws-found-plan-idx)
           end-if.

           add ws-post-net-sales to
               ws-ps-net-sales(ws-found-plan-idx).

       232-add-stock-share.

           move 0 to ws-found-stock-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-stock-count
               if (ws-sk-sku-code(ws-iterator) = ws-post-sku-code)
                   and (ws-sk-store-no(ws-iterator) =
                   ws-post-store-no) then
                   move ws-iterator to ws-found-stock-idx
               end-if
           end-perform.

           if (ws-found-stock-idx = 0) then
               if (ws-stock-count >= 5000) then
                   move "STOCK" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-stock-count
               move ws-stock-count to ws-found-stock-idx
               move ws-post-sku-code to
                   ws-sk-sku-code(ws-found-stock-idx)
               move ws-post-store-no to
                   ws-sk-store-no(ws-found-stock-idx)
               move 0 to ws-sk-units(ws-found-stock-idx)
           end-if.

           add ws-post-units to ws-sk-units(ws-found-stock-idx).

       234-add-transfer.

           if (ws-transfer-count >= 500) then
               move "TRANSFER" to ws-full-table-name
               perform 290-halt-table-full
           end-if.
           add 1 to ws-transfer-count.
           move ws-ch-invoice-no to
               ws-tf-invoice-no(ws-transfer-count).
           move ws-ch-store-no to
               ws-tf-from-store(ws-transfer-count).

       236-find-or-add-points.

           move 0 to ws-found-points-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-points-count
               if (ws-pt-customer-no(ws-iterator) =
                   ws-post-customer-no) then
                   move ws-iterator to ws-found-points-idx
               end-if
           end-perform.

           if (ws-found-points-idx = 0) then
               if (ws-points-count >= 2000) then
                   move "POINTS" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-points-count
               move ws-points-count to ws-found-points-idx
               move ws-post-customer-no to
                   ws-pt-customer-no(ws-found-points-idx)
               move 0 to ws-pt-points(ws-found-points-idx)
           end-if.

           *> Each invoice also wrote one purchase history line.
           if (ws-purchase-count >= 2000) then
               move "PURCHASE HISTORY" to ws-full-table-name
               perform 290-halt-table-full
           end-if.
           add 1 to ws-purchase-count.
           move ws-post-customer-no to
               ws-pu-customer-no(ws-purchase-count).
           move ws-ch-invoice-no to
               ws-pu-invoice-no(ws-purchase-count).
           move ws-ch-date to ws-pu-date(ws-purchase-count).
           move 'n' to ws-pu-found(ws-purchase-count).

       238-add-account-movement.

           *> Sales, layaways, exchanges and gift cards sold on
           *> account charged it; a refund back to the account
           *> credited it. Anything else never touched A/R.
           if (ws-ch-code = "S" or ws-ch-code = "L" or
               ws-ch-code = "X" or ws-ch-code = "G" or
               ws-ch-code = "R") then
               move ws-ch-customer-no to ws-post-customer-no
               move 0 to ws-found-account-idx
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-account-count
                   if (ws-ac-customer-no(ws-iterator) =
                       ws-post-customer-no) then
                       move ws-iterator to ws-found-account-idx
                   end-if
               end-perform
               if (ws-found-account-idx = 0) then
                   if (ws-account-count >= 2000) then
                       move "ACCOUNT" to ws-full-table-name
                       perform 290-halt-table-full
                   end-if
                   add 1 to ws-account-count
                   move ws-account-count to ws-found-account-idx
                   move ws-post-customer-no to
                       ws-ac-customer-no(ws-found-account-idx)
                   move 0 to ws-ac-charges(ws-found-account-idx)
                   move 0 to ws-ac-credits(ws-found-account-idx)
               end-if
               if (ws-movement-count >= 2000) then
                   move "A/R MOVEMENT" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-movement-count
               move ws-post-customer-no to
                   ws-mv-customer-no(ws-movement-count)
               move ws-ch-date to ws-mv-date(ws-movement-count)
               move ws-post-amount to
                   ws-mv-amount(ws-movement-count)
               move ws-post-amount to
                   ws-mv-remaining(ws-movement-count)
               if (ws-ch-code = "R") then
                   move "R" to ws-mv-type(ws-movement-count)
                   add ws-post-amount to
                       ws-ac-credits(ws-found-account-idx)
               else
                   move "C" to ws-mv-type(ws-movement-count)
                   add ws-post-amount to
                       ws-ac-charges(ws-found-account-idx)
               end-if
           end-if.

       240-add-card-movement.

           move 0 to ws-found-card-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-card-count
               if (ws-cd-card-no(ws-iterator) = ws-post-card-no)
                   then
                   move ws-iterator to ws-found-card-idx
               end-if
           end-perform.

           if (ws-found-card-idx = 0) then
               if (ws-card-count >= 2000) then
                   move "GIFT CARD" to ws-full-table-name
                   perform 290-halt-table-full
               end-if
               add 1 to ws-card-count
               move ws-card-count to ws-found-card-idx
               move ws-post-card-no to
                   ws-cd-card-no(ws-found-card-idx)
               move 0 to ws-cd-issued(ws-found-card-idx)
               move 0 to ws-cd-redeemed(ws-found-card-idx)
               move 0 to ws-cd-refunded(ws-found-card-idx)
           end-if.

           evaluate ws-post-card-move
           when "I"
               add ws-post-amount to ws-cd-issued(ws-found-card-idx)
               add ws-post-amount to ws-liability-share
           when "D"
               add ws-post-amount to
                   ws-cd-redeemed(ws-found-card-idx)
               subtract ws-post-amount from ws-liability-share
           when "F"
               add ws-post-amount to
                   ws-cd-refunded(ws-found-card-idx)
               add ws-post-amount to ws-liability-share
           end-evaluate.

       242-add-contract-share.

           if (ws-contract-count >= 2000) then
               move "SERVICE CONTRACT" to ws-full-table-name
               perform 290-halt-table-full
           end-if.
           add 1 to ws-contract-count.
           move ws-iv-serial-no to ws-cs-serial-no(ws-contract-count).
           move ws-ch-invoice-no to
               ws-cs-invoice-no(ws-contract-count).
           move ws-iv-sku-code to ws-cs-sku-code(ws-contract-count).
           move ws-post-contract-action to
               ws-cs-action(ws-contract-count).

           *> A line without a usable date was cancelled under the
           *> business date, as ServicePlanProgram settles it.
           if (ws-iv-date is numeric) and (ws-iv-date > 0) then
               move ws-iv-date to ws-cs-date(ws-contract-count)
           else
               move ws-run-date to ws-cs-date(ws-contract-count)
           end-if.

       290-halt-table-full.

           *> Nothing has been changed yet - a share that does not
           *> fit is a halt before any file is touched, never a
           *> partial backout.
           display "BKOUT - " ws-full-table-name
               " TABLE FULL - RUN HALTED".
           move 16 to return-code.
           move 16 to ws-rj-return-code.
           perform 900-write-run-journal.
           goback.

       300-back-out-split.

           move "SPLIT" to prt-sh-step-name.
           move "COUNTS, TAX REMITTANCE, STAFF PURCHASES, SERIALS"
               to prt-sh-description.
           perform 795-print-step-heading.

           perform 302-back-out-counts-history.
           perform 305-back-out-counts-mtd.
           perform 310-back-out-counts-ftd.
           perform 315-back-out-tax-remit-mtd.
           perform 320-back-out-emp-purchase-mtd.
           perform 325-back-out-serials.

       302-back-out-counts-history.

           move "COUNTS-HISTORY" to ws-pf-label.
           move sw-split-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-split-posted = 'y') then
               move ws-ss-grand-count to ws-rem-count-1
               move ws-ss-grand-amount to ws-rem-amount-1
               move ws-ss-sales-amount to ws-rem-amount-2
               move ws-ss-layaways-amount to ws-rem-amount-3
               move ws-ss-returns-amount to ws-rem-amount-4

               open input counts-history-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read counts-history-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from counts-history-line
                   read counts-history-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close counts-history-file, backout-work-file

               open input backout-work-file
               open output counts-history-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to ws-counts-history-view
                   perform 303-counts-history-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, counts-history-file

               if (ws-rem-count-1 not = 0) or
                   (ws-rem-amount-1 not = 0) or
                   (ws-rem-amount-2 not = 0) or
                   (ws-rem-amount-3 not = 0) or
                   (ws-rem-amount-4 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           end-if.

           perform 790-print-proof-line.

       303-counts-history-line.

           add 1 to ws-pf-before-records.
           move ws-chv-grand-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-before.

           if (ws-chv-run-date = ws-run-date) and
               (ws-chv-batch-seq-no = ws-batch-seq-no) then
               move ws-chv-grand-count to ws-value-count
               move ws-value-count to ws-take-line-value
               move ws-rem-count-1 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-count
               move ws-value-count to ws-chv-grand-count
               move ws-take-remaining to ws-rem-count-1
               move ws-take-line-value to ws-line-total

               move ws-chv-grand-amount to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-1 to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-chv-grand-amount
               move ws-take-remaining to ws-rem-amount-1
               add ws-take-line-value to ws-line-total

               move ws-chv-sales-amount to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-2 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-chv-sales-amount
               move ws-take-remaining to ws-rem-amount-2
               add ws-take-line-value to ws-line-total

               move ws-chv-layaways-amount to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-3 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-chv-layaways-amount
               move ws-take-remaining to ws-rem-amount-3
               add ws-take-line-value to ws-line-total

               move ws-chv-returns-amount to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-4 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-chv-returns-amount
               move ws-take-remaining to ws-rem-amount-4
               add ws-take-line-value to ws-line-total

               *> The batch's own line, with everything it carried
               *> backed out, goes altogether.
               if (ws-line-total = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   perform 304-write-counts-history
               end-if
           else
               perform 304-write-counts-history
           end-if.

       304-write-counts-history.

           write counts-history-line from ws-counts-history-view.
           add 1 to ws-pf-after-records.
           move ws-chv-grand-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-after.

       305-back-out-counts-mtd.

           move "COUNTS-MTD" to ws-pf-label.
           move sw-split-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-split-posted = 'y') then
               move 'n' to sw-work-eof
               open input counts-mtd-file
               read counts-mtd-file at end
                   move "Y" to sw-work-eof
               end-read
               close counts-mtd-file

               if (sw-work-eof = "Y") then
                   add 1 to ws-pf-not-found
               else
                   move 1 to ws-pf-before-records
                   move cmtd-grand-total-amount to
                       ws-pf-control-before
                   *> A month that has already rolled no longer
                   *> carries the batch - its share is gone with
                   *> the month's close, and is listed as not found.
                   if (cmtd-year-month not = ws-run-year-month)
                       then
                       add 1 to ws-pf-not-found
                   else
                       perform 306-take-counts-mtd
                       add 1 to ws-pf-changed
                       open output counts-mtd-file
                       write counts-mtd-record
                       close counts-mtd-file
                   end-if
                   move 1 to ws-pf-after-records
                   move cmtd-grand-total-amount to
                       ws-pf-control-after
               end-if
           end-if.

           perform 790-print-proof-line.

       306-take-counts-mtd.

           move cmtd-grand-total-count to ws-take-line-value.
           move ws-ss-grand-count to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to cmtd-grand-total-count.
           move ws-take-remaining to ws-rem-count-1.

           move cmtd-grand-total-amount to ws-take-line-value.
           move ws-ss-grand-amount to ws-take-remaining.
           perform 760-take-share.
           add ws-take-amount to ws-pf-control-applied.
           move ws-take-line-value to cmtd-grand-total-amount.
           move ws-take-remaining to ws-rem-amount-1.

           move cmtd-sales-total-amount to ws-take-line-value.
           move ws-ss-sales-amount to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to cmtd-sales-total-amount.
           move ws-take-remaining to ws-rem-amount-2.

           move cmtd-layaways-total-amount to ws-take-line-value.
           move ws-ss-layaways-amount to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to cmtd-layaways-total-amount.
           move ws-take-remaining to ws-rem-amount-3.

           move cmtd-returns-total-amount to ws-take-line-value.
           move ws-ss-returns-amount to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to cmtd-returns-total-amount.
           move ws-take-remaining to ws-rem-amount-4.

           if (ws-rem-count-1 not = 0) or
               (ws-rem-amount-1 not = 0) or
               (ws-rem-amount-2 not = 0) or
               (ws-rem-amount-3 not = 0) or
               (ws-rem-amount-4 not = 0) then
               add 1 to ws-pf-not-found
           end-if.

       310-back-out-counts-ftd.

           move "COUNTS-FTD" to ws-pf-label.
           move sw-split-posted to ws-pf-posted.
           perform 780-start-proof.

           *> A batch date off the fiscal calendar never posted a
           *> fiscal-to-date figure to begin with.
           if (sw-split-posted = 'y') and (sw-fiscal-found = 'y')
               then
               move 'n' to sw-work-eof
               open input counts-ftd-file
               read counts-ftd-file at end
                   move "Y" to sw-work-eof
               end-read
               close counts-ftd-file

               if (sw-work-eof = "Y") then
                   add 1 to ws-pf-not-found
               else
                   move 1 to ws-pf-before-records
                   compute ws-pf-control-before =
                       cftd-wtd-grand-total-amount +
                       cftd-ptd-grand-total-amount
                   perform 311-take-counts-ftd
                   open output counts-ftd-file
                   write counts-ftd-record
                   close counts-ftd-file
                   move 1 to ws-pf-after-records
                   compute ws-pf-control-after =
                       cftd-wtd-grand-total-amount +
                       cftd-ptd-grand-total-amount
               end-if
           end-if.

           perform 790-print-proof-line.

       311-take-counts-ftd.

           *> The week and the period are carried apart - a week
           *> already rolled still leaves the period to back out.
           if (cftd-fiscal-year = ws-fiscal-year) and
               (cftd-fiscal-week = ws-fiscal-week) then
               move cftd-wtd-grand-total-count to ws-take-line-value
               move ws-ss-grand-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to cftd-wtd-grand-total-count
               move ws-take-remaining to ws-wrem-count-1

               move cftd-wtd-grand-total-amount to
                   ws-take-line-value
               move ws-ss-grand-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to
                   cftd-wtd-grand-total-amount
               move ws-take-remaining to ws-wrem-amount-1

               move cftd-wtd-sales-total-amount to
                   ws-take-line-value
               move ws-ss-sales-amount to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to
                   cftd-wtd-sales-total-amount
               move ws-take-remaining to ws-wrem-amount-2

               move cftd-wtd-layaways-total-amount to
                   ws-take-line-value
               move ws-ss-layaways-amount to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to
                   cftd-wtd-layaways-total-amount
               move ws-take-remaining to ws-wrem-amount-3

               move cftd-wtd-returns-total-amount to
                   ws-take-line-value
               move ws-ss-returns-amount to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to
                   cftd-wtd-returns-total-amount
               move ws-take-remaining to ws-wrem-amount-4

               add 1 to ws-pf-changed
               if (ws-wrem-count-1 not = 0) or
                   (ws-wrem-amount-1 not = 0) or
                   (ws-wrem-amount-2 not = 0) or
                   (ws-wrem-amount-3 not = 0) or
                   (ws-wrem-amount-4 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           else
               add 1 to ws-pf-not-found
           end-if.

           if (cftd-fiscal-year = ws-fiscal-year) and
               (cftd-fiscal-period = ws-fiscal-period) then
               move cftd-ptd-grand-total-count to ws-take-line-value
               move ws-ss-grand-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to cftd-ptd-grand-total-count
               move ws-take-remaining to ws-rem-count-1

               move cftd-ptd-grand-total-amount to
                   ws-take-line-value
               move ws-ss-grand-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to
                   cftd-ptd-grand-total-amount
               move ws-take-remaining to ws-rem-amount-1

               move cftd-ptd-sales-total-amount to
                   ws-take-line-value
               move ws-ss-sales-amount to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to
                   cftd-ptd-sales-total-amount
               move ws-take-remaining to ws-rem-amount-2

               move cftd-ptd-layaways-total-amount to
                   ws-take-line-value
               move ws-ss-layaways-amount to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to
                   cftd-ptd-layaways-total-amount
               move ws-take-remaining to ws-rem-amount-3

               move cftd-ptd-returns-total-amount to
                   ws-take-line-value
               move ws-ss-returns-amount to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to
                   cftd-ptd-returns-total-amount
               move ws-take-remaining to ws-rem-amount-4

               if (ws-pf-changed = 0) then
                   add 1 to ws-pf-changed
               end-if
               if (ws-rem-count-1 not = 0) or
                   (ws-rem-amount-1 not = 0) or
                   (ws-rem-amount-2 not = 0) or
                   (ws-rem-amount-3 not = 0) or
                   (ws-rem-amount-4 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           else
               add 1 to ws-pf-not-found
           end-if.

       315-back-out-tax-remit-mtd.

           move "TAX-REMIT-MTD" to ws-pf-label.
           move sw-split-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-split-posted = 'y') then
               open input tax-remit-mtd-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read tax-remit-mtd-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from tax-remit-mtd-record
                   read tax-remit-mtd-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close tax-remit-mtd-file, backout-work-file

               open input backout-work-file
               open output tax-remit-mtd-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to tax-remit-mtd-record
                   perform 316-tax-remit-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, tax-remit-mtd-file

               *> Whatever a province still owes back was never
               *> found on this month's remittance lines.
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-province-count
                   if (ws-pv-gst-collected(ws-iterator) not = 0) or
                       (ws-pv-pst-collected(ws-iterator) not = 0) or
                       (ws-pv-gst-refunded(ws-iterator) not = 0) or
                       (ws-pv-pst-refunded(ws-iterator) not = 0) then
                       add 1 to ws-pf-not-found
                   end-if
               end-perform
           end-if.

           perform 790-print-proof-line.

       316-tax-remit-line.

           add 1 to ws-pf-before-records.
           compute ws-record-control = trm-gst-collected +
               trm-pst-collected + trm-gst-refunded +
               trm-pst-refunded.
           add ws-record-control to ws-pf-control-before.

           move 0 to ws-found-province-idx.
           if (trm-year-month = ws-run-year-month) then
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-province-count
                   if (ws-pv-province(ws-iterator) = trm-province)
                       then
                       move ws-iterator to ws-found-province-idx
                   end-if
               end-perform
           end-if.

           if (ws-found-province-idx > 0) then
               move ws-found-province-idx to ws-iterator
               move trm-gst-collected to ws-take-line-value
               move ws-pv-gst-collected(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to trm-gst-collected
               move ws-take-remaining to
                   ws-pv-gst-collected(ws-iterator)

               move trm-pst-collected to ws-take-line-value
               move ws-pv-pst-collected(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to trm-pst-collected
               move ws-take-remaining to
                   ws-pv-pst-collected(ws-iterator)

               move trm-gst-refunded to ws-take-line-value
               move ws-pv-gst-refunded(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to trm-gst-refunded
               move ws-take-remaining to
                   ws-pv-gst-refunded(ws-iterator)

               move trm-pst-refunded to ws-take-line-value
               move ws-pv-pst-refunded(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to trm-pst-refunded
               move ws-take-remaining to
                   ws-pv-pst-refunded(ws-iterator)

               compute ws-record-control = trm-gst-collected +
                   trm-pst-collected + trm-gst-refunded +
                   trm-pst-refunded
               *> A province the batch alone put on the month
               *> leaves it again.
               if (ws-record-control = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   perform 317-write-tax-remit
               end-if
           else
               perform 317-write-tax-remit
           end-if.

       317-write-tax-remit.

           write tax-remit-mtd-record.
           add 1 to ws-pf-after-records.
           compute ws-record-control = trm-gst-collected +
               trm-pst-collected + trm-gst-refunded +
               trm-pst-refunded.
           add ws-record-control to ws-pf-control-after.

       320-back-out-emp-purchase-mtd.

           move "EMP-PURCHASE-MTD" to ws-pf-label.
           move sw-split-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-split-posted = 'y') then
               open input emp-purchase-mtd-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read emp-purchase-mtd-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from
                       emp-purchase-mtd-record
                   read emp-purchase-mtd-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close emp-purchase-mtd-file, backout-work-file

               open input backout-work-file
               open output emp-purchase-mtd-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to emp-purchase-mtd-record
                   perform 321-emp-purchase-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, emp-purchase-mtd-file

               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-employee-count
                   if (ws-ep-purchase-count(ws-iterator) not = 0) or
                       (ws-ep-discount-amount(ws-iterator) not = 0)
                       then
                       add 1 to ws-pf-not-found
                   end-if
               end-perform
           end-if.

           perform 790-print-proof-line.

       321-emp-purchase-line.

           add 1 to ws-pf-before-records.
           add epm-discount-amount to ws-pf-control-before.

           move 0 to ws-found-emp-idx.
           if (epm-year-month = ws-run-year-month) then
               move epm-employee-id to ws-emp-lookup-id
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-employee-count
                   if (ws-ep-employee-id(ws-iterator) =
                       ws-emp-lookup-id) then
                       move ws-iterator to ws-found-emp-idx
                   end-if
               end-perform
           end-if.

           if (ws-found-emp-idx > 0) then
               move ws-found-emp-idx to ws-iterator
               move epm-purchase-count to ws-take-line-value
               move ws-ep-purchase-count(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to epm-purchase-count
               move ws-take-remaining to
                   ws-ep-purchase-count(ws-iterator)

               move epm-discount-amount to ws-take-line-value
               move ws-ep-discount-amount(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to epm-discount-amount
               move ws-take-remaining to
                   ws-ep-discount-amount(ws-iterator)

               if (epm-purchase-count = 0) and
                   (epm-discount-amount = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   perform 322-write-emp-purchase
               end-if
           else
               perform 322-write-emp-purchase
           end-if.

       322-write-emp-purchase.

           write emp-purchase-mtd-record.
           add 1 to ws-pf-after-records.
           add epm-discount-amount to ws-pf-control-after.

       325-back-out-serials.

           move "SERIAL-REGISTRY" to ws-pf-label.
           move sw-split-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-split-posted = 'y') then
               open i-o serial-registry-file
               perform 326-measure-serials
               move ws-measure-records to ws-pf-before-records

               *> A serial is only dropped while the registry
               *> still shows it sold on the batch's invoice - a
               *> unit since sold again belongs to that sale now.
               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-serial-count
                   move ws-sr-serial-no(ws-inner-iterator) to
                       srg-serial-no
                   move "n" to sw-key-found
                   read serial-registry-file
                       invalid key move "n" to sw-key-found
                       not invalid key move "y" to sw-key-found
                   end-read
                   if (sw-key-found = "y") and
                       (srg-invoice-no =
                       ws-sr-invoice-no(ws-inner-iterator)) then
                       delete serial-registry-file record
                       add 1 to ws-pf-deleted
                   else
                       add 1 to ws-pf-not-found
                   end-if
               end-perform

               perform 326-measure-serials
               move ws-measure-records to ws-pf-after-records
               close serial-registry-file
           end-if.

           perform 790-print-proof-line.

       326-measure-serials.

           move 0 to ws-measure-records.
           move 'n' to sw-measure-eof.
           move low-values to srg-serial-no.
           start serial-registry-file key is not less than
               srg-serial-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read serial-registry-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               read serial-registry-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       330-back-out-layaways.

           move "LAYAWAY" to prt-sh-step-name.
           move "LAYAWAY SUBLEDGER" to prt-sh-description.
           perform 795-print-step-heading.

           move "LAYAWAY-MASTER" to ws-pf-label.
           move sw-layaway-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-layaway-posted = 'y') then
               open i-o layaway-master-file
               perform 332-measure-layaways
               move ws-measure-records to ws-pf-before-records
               move ws-measure-control to ws-pf-control-before

               move 1 to ws-batch-idx
               perform varying ws-batch-idx
                   from 1
                   by 1
                   until ws-batch-idx > ws-batch-line-count
                   move ws-bl-image(ws-batch-idx) to ws-image-view
                   if (ws-bl-line-no(ws-batch-idx) = 0) and
                       (ws-iv-code = "L") then
                       perform 335-back-out-one-layaway
                   end-if
               end-perform

               perform 332-measure-layaways
               move ws-measure-records to ws-pf-after-records
               move ws-measure-control to ws-pf-control-after
               close layaway-master-file
           end-if.

           perform 790-print-proof-line.

       332-measure-layaways.

           move 0 to ws-measure-records.
           move 0 to ws-measure-control.
           move 'n' to sw-measure-eof.
           move low-values to lm-invoice-no.
           start layaway-master-file key is not less than
               lm-invoice-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read layaway-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               add lm-balance-due to ws-measure-control
               read layaway-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       335-back-out-one-layaway.

           move ws-iv-invoice-no to lm-invoice-no.
           move "n" to sw-key-found.
           read layaway-master-file
               invalid key move "n" to sw-key-found
               not invalid key move "y" to sw-key-found
           end-read.

           if (sw-key-found = "n") then
               add 1 to ws-pf-not-found
           else
               perform 336-find-layaway-opening
               move lm-balance-due to ws-before-control
               evaluate true
               *> Cancelled since - the refund and restocking fee
               *> stand, and only a person can unwind those.
               when lm-cancelled
                   add 1 to ws-pf-not-found
               *> The batch opened the layaway and nothing has been
               *> paid on it since - it goes altogether.
               when ws-layaway-opening = 'y' and lm-amount-paid = 0
                   delete layaway-master-file record
                   add 1 to ws-pf-deleted
                   add ws-before-control to ws-pf-control-applied
               when ws-layaway-opening = 'y'
                   add 1 to ws-pf-not-found
               when lm-amount-paid < ws-iv-amount
                   add 1 to ws-pf-not-found
               *> An installment - the payment comes back off and
               *> the due date goes back the month it was pushed.
               when other
                   subtract ws-iv-amount from lm-amount-paid
                   add ws-iv-amount to lm-balance-due
                   compute ws-date-integer =
                       function integer-of-date(lm-next-due-date)
                   subtract 30 from ws-date-integer
                   compute ws-next-due-date =
                       function date-of-integer(ws-date-integer)
                   move ws-next-due-date to lm-next-due-date
                   if (lm-balance-due > 0) then
                       move "O" to lm-status
                   end-if
                   rewrite layaway-master-record
                   add 1 to ws-pf-changed
                   compute ws-pf-control-applied =
                       ws-pf-control-applied + ws-before-control -
                       lm-balance-due
               end-evaluate
           end-if.

       336-find-layaway-opening.

           *> A header for the invoice archived under an earlier
           *> date means the layaway was already open when the
           *> batch ran, and the batch only paid on it.
           move 'y' to ws-layaway-opening.
           move ws-iv-invoice-no to arch-invoice-no.
           move 0 to arch-line-no.
           move 0 to arch-key-date.
           move 'n' to sw-archive-eof.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move "Y" to sw-archive-eof
           end-start.
           if (sw-archive-eof not = "Y") then
               perform 105-read-next-archive
           end-if.
           perform until sw-archive-eof = "Y"
               if (arch-invoice-no not = ws-iv-invoice-no) or
                   (arch-line-no not = 0) then
                   move "Y" to sw-archive-eof
               else
                   if (arch-key-date < ws-bl-key-date(ws-batch-idx))
                       then
                       move 'n' to ws-layaway-opening
                   end-if
                   perform 105-read-next-archive
               end-if
           end-perform.

       340-back-out-loyalty.

           move "LOYALTY" to prt-sh-step-name.
           move "CUSTOMER POINTS AND PURCHASE HISTORY" to
               prt-sh-description.
           perform 795-print-step-heading.

           perform 342-back-out-points.
           perform 345-back-out-purchase-history.

       342-back-out-points.

           move "CUSTOMER-POINTS" to ws-pf-label.
           move sw-loyalty-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-loyalty-posted = 'y') then
               open i-o customer-points-file
               perform 343-measure-points
               move ws-measure-records to ws-pf-before-records
               move ws-measure-control to ws-pf-control-before

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-points-count
                   move ws-pt-customer-no(ws-inner-iterator) to
                       cp-customer-no
                   move "n" to sw-key-found
                   read customer-points-file
                       invalid key move "n" to sw-key-found
                       not invalid key move "y" to sw-key-found
                   end-read
                   if (sw-key-found = "n") or
                       (cp-points-earned <
                       ws-pt-points(ws-inner-iterator)) then
                       add 1 to ws-pf-not-found
                   else
                       move cp-points-balance to ws-before-control
                       subtract ws-pt-points(ws-inner-iterator) from
                           cp-points-earned
                       subtract ws-pt-points(ws-inner-iterator) from
                           cp-points-balance
                       *> A member the batch enrolled, with nothing
                       *> earned or spent since, is taken off again.
                       if (cp-points-earned = 0) and
                           (cp-points-redeemed = 0) then
                           delete customer-points-file record
                           add 1 to ws-pf-deleted
                           add ws-before-control to
                               ws-pf-control-applied
                       else
                           rewrite customer-points-record
                           add 1 to ws-pf-changed
                           compute ws-pf-control-applied =
                               ws-pf-control-applied +
                               ws-before-control - cp-points-balance
                       end-if
                   end-if
               end-perform

               perform 343-measure-points
               move ws-measure-records to ws-pf-after-records
               move ws-measure-control to ws-pf-control-after
               close customer-points-file
           end-if.

           perform 790-print-proof-line.

       343-measure-points.

           move 0 to ws-measure-records.
           move 0 to ws-measure-control.
           move 'n' to sw-measure-eof.
           move low-values to cp-customer-no.
           start customer-points-file key is not less than
               cp-customer-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read customer-points-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               add cp-points-balance to ws-measure-control
               read customer-points-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       345-back-out-purchase-history.

           move "PURCHASE-HISTORY" to ws-pf-label.
           move sw-loyalty-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-loyalty-posted = 'y') then
               open input purchase-history-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read purchase-history-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from
                       purchase-history-record
                   read purchase-history-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close purchase-history-file, backout-work-file

               open input backout-work-file
               open output purchase-history-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to purchase-history-record
                   perform 346-purchase-history-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, purchase-history-file

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-purchase-count
                   if (ws-pu-found(ws-inner-iterator) = 'n') then
                       add 1 to ws-pf-not-found
                   end-if
               end-perform
           end-if.

           perform 790-print-proof-line.

       346-purchase-history-line.

           add 1 to ws-pf-before-records.
           add ph-transaction-amount to ws-pf-control-before.

           *> The batch's own line for the invoice - one per
           *> invoice, so the first match is the one.
           move 0 to ws-found-points-idx.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-purchase-count
               if (ws-found-points-idx = 0) and
                   (ws-pu-found(ws-inner-iterator) = 'n') and
                   (ws-pu-customer-no(ws-inner-iterator) =
                   ph-customer-no) and
                   (ws-pu-invoice-no(ws-inner-iterator) =
                   ph-invoice-no) and
                   (ws-pu-date(ws-inner-iterator) =
                   ph-transaction-date) then
                   move ws-inner-iterator to ws-found-points-idx
               end-if
           end-perform.

           if (ws-found-points-idx > 0) then
               move 'y' to ws-pu-found(ws-found-points-idx)
               add 1 to ws-pf-deleted
               add ph-transaction-amount to ws-pf-control-applied
           else
               write purchase-history-record
               add 1 to ws-pf-after-records
               add ph-transaction-amount to ws-pf-control-after
           end-if.

       350-back-out-house-accounts.

           move "HOUSEACC" to prt-sh-step-name.
           move "HOUSE ACCOUNTS AND OPEN ITEMS" to
               prt-sh-description.
           perform 795-print-step-heading.

           perform 352-back-out-ar-master.
           perform 355-back-out-open-items.

       352-back-out-ar-master.

           move "AR-MASTER" to ws-pf-label.
           move sw-houseacc-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-houseacc-posted = 'y') then
               open i-o ar-master-file
               perform 353-measure-ar-master
               move ws-measure-records to ws-pf-before-records
               move ws-measure-control to ws-pf-control-before

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-account-count
                   move ws-ac-customer-no(ws-inner-iterator) to
                       ar-customer-no
                   move "n" to sw-key-found
                   read ar-master-file
                       invalid key move "n" to sw-key-found
                       not invalid key move "y" to sw-key-found
                   end-read
                   if (sw-key-found = "n") or
                       (ar-charges-total <
                       ws-ac-charges(ws-inner-iterator)) or
                       (ar-payments-total <
                       ws-ac-credits(ws-inner-iterator)) then
                       add 1 to ws-pf-not-found
                   else
                       perform 354-reverse-account
                   end-if
               end-perform

               perform 353-measure-ar-master
               move ws-measure-records to ws-pf-after-records
               move ws-measure-control to ws-pf-control-after
               close ar-master-file
           end-if.

           perform 790-print-proof-line.

       353-measure-ar-master.

           move 0 to ws-measure-records.
           move 0 to ws-measure-control.
           move 'n' to sw-measure-eof.
           move low-values to ar-customer-no.
           start ar-master-file key is not less than
               ar-customer-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read ar-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               add ar-balance to ws-measure-control
               read ar-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       354-reverse-account.

           move ar-balance to ws-before-control.
           subtract ws-ac-charges(ws-inner-iterator) from ar-balance.
           add ws-ac-credits(ws-inner-iterator) to ar-balance.
           subtract ws-ac-charges(ws-inner-iterator) from
               ar-charges-total.
           subtract ws-ac-credits(ws-inner-iterator) from
               ar-payments-total.

           *> An account the batch's charge opened, with nothing
           *> else ever run through it, is removed again.
           if (ar-charges-total = 0) and (ar-payments-total = 0)
               then
               delete ar-master-file record
               add 1 to ws-pf-deleted
               add ws-before-control to ws-pf-control-applied
           else
               rewrite ar-master-record
               add 1 to ws-pf-changed
               compute ws-pf-control-applied =
                   ws-pf-control-applied + ws-before-control -
                   ar-balance
           end-if.

       355-back-out-open-items.

           move "AR-OPEN-ITEMS" to ws-pf-label.
           move sw-houseacc-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-houseacc-posted = 'y') then
               move 0 to ws-open-item-count
               move 'n' to sw-work-eof
               open input ar-open-items-file
               read ar-open-items-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   add 1 to ws-pf-before-records
                   add aoi-open-amount to ws-pf-control-before
                   if (ws-open-item-count >= 2000) then
                       display "BKOUT - OPEN ITEM TABLE FULL - "
                           "RUN HALTED"
                       move 16 to return-code
                       move 16 to ws-rj-return-code
                       perform 900-write-run-journal
                       goback
                   end-if
                   add 1 to ws-open-item-count
                   move ar-open-item-record to
                       ws-oi-line(ws-open-item-count)
                   read ar-open-items-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close ar-open-items-file

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-movement-count
                   if (ws-mv-type(ws-inner-iterator) = "C") then
                       perform 356-remove-charge
                   else
                       perform 358-reinstate-credit
                   end-if
               end-perform

               *> Items cleared to nothing are dropped, the same as
               *> HouseAccountProgram drops a paid-off item.
               open output ar-open-items-file
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-open-item-count
                   if (ws-oi-open-amount(ws-iterator) > 0) then
                       move ws-oi-line(ws-iterator) to
                           ar-open-item-record
                       write ar-open-item-record
                       add 1 to ws-pf-after-records
                       add aoi-open-amount to ws-pf-control-after
                   end-if
               end-perform
               close ar-open-items-file
           end-if.

           perform 790-print-proof-line.

       356-remove-charge.

           *> The item the charge opened, untouched since - same
           *> account, date and amount.
           move 0 to ws-found-open-item-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-open-item-count
               if (ws-found-open-item-idx = 0) and
                   (ws-oi-customer-no(ws-iterator) =
                   ws-mv-customer-no(ws-inner-iterator)) and
                   (ws-oi-charge-date(ws-iterator) =
                   ws-mv-date(ws-inner-iterator)) and
                   (ws-oi-open-amount(ws-iterator) =
                   ws-mv-amount(ws-inner-iterator)) then
                   move ws-iterator to ws-found-open-item-idx
               end-if
           end-perform.

           if (ws-found-open-item-idx > 0) then
               move 0 to ws-oi-open-amount(ws-found-open-item-idx)
               add 1 to ws-pf-deleted
               add ws-mv-amount(ws-inner-iterator) to
                   ws-pf-control-applied
           else
               *> Part paid since - the charge comes off the
               *> account's newest items first, and whatever the
               *> payments already cleared is left for a person.
               move ws-mv-amount(ws-inner-iterator) to
                   ws-apply-remaining
               move ws-open-item-count to ws-iterator
               perform until (ws-iterator = 0) or
                   (ws-apply-remaining = 0)
                   if (ws-oi-customer-no(ws-iterator) =
                       ws-mv-customer-no(ws-inner-iterator)) and
                       (ws-oi-open-amount(ws-iterator) > 0) then
                       perform 357-reduce-open-item
                   end-if
                   subtract 1 from ws-iterator
               end-perform
               if (ws-apply-remaining > 0) then
                   add 1 to ws-pf-not-found
               end-if
           end-if.

       357-reduce-open-item.

           if (ws-oi-open-amount(ws-iterator) > ws-apply-remaining)
               then
               subtract ws-apply-remaining from
                   ws-oi-open-amount(ws-iterator)
               add ws-apply-remaining to ws-pf-control-applied
               move 0 to ws-apply-remaining
               add 1 to ws-pf-changed
           else
               subtract ws-oi-open-amount(ws-iterator) from
                   ws-apply-remaining
               add ws-oi-open-amount(ws-iterator) to
                   ws-pf-control-applied
               move 0 to ws-oi-open-amount(ws-iterator)
               add 1 to ws-pf-deleted
           end-if.

       358-reinstate-credit.

           *> The refund cleared open items oldest first - which
           *> ones is not kept, so what it cleared goes back on as
           *> one item dated the day of the refund.
           if (ws-open-item-count >= 2000) then
               add 1 to ws-pf-not-found
           else
               add 1 to ws-open-item-count
               move ws-mv-customer-no(ws-inner-iterator) to
                   ws-oi-customer-no(ws-open-item-count)
               move ws-mv-date(ws-inner-iterator) to
                   ws-oi-charge-date(ws-open-item-count)
               move ws-mv-amount(ws-inner-iterator) to
                   ws-oi-open-amount(ws-open-item-count)
               add 1 to ws-pf-added
               subtract ws-mv-amount(ws-inner-iterator) from
                   ws-pf-control-applied
           end-if.

       360-back-out-inventory.

           move "INVTORY" to prt-sh-step-name.
           move "STOCK ON HAND AND TRANSFERS IN TRANSIT" to
               prt-sh-description.
           perform 795-print-step-heading.

           perform 362-back-out-stock.
           perform 365-back-out-in-transit.

       362-back-out-stock.

           move "STOCK-MASTER" to ws-pf-label.
           move sw-invtory-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-invtory-posted = 'y') then
               open i-o stock-master-file
               perform 363-measure-stock
               move ws-measure-records to ws-pf-before-records
               move ws-measure-control to ws-pf-control-before

               *> Units sold or shipped go back on the shelf, units
               *> returned or received in come back off. The average
               *> cost is left as it stands - a sale never moved it -
               *> and so are the last-sold and last-received dates,
               *> which hold no record of what they were before.
               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-stock-count
                   if (ws-sk-units(ws-inner-iterator) not = 0) then
                       move ws-sk-sku-code(ws-inner-iterator) to
                           stk-sku-code
                       move ws-sk-store-no(ws-inner-iterator) to
                           stk-store-no
                       move "n" to sw-key-found
                       read stock-master-file
                           invalid key move "n" to sw-key-found
                           not invalid key move "y" to sw-key-found
                       end-read
                       if (sw-key-found = "n") then
                           add 1 to ws-pf-not-found
                       else
                           subtract ws-sk-units(ws-inner-iterator)
                               from stk-on-hand
                           rewrite stock-master-record
                           add 1 to ws-pf-changed
                           add ws-sk-units(ws-inner-iterator) to
                               ws-pf-control-applied
                       end-if
                   end-if
               end-perform

               perform 363-measure-stock
               move ws-measure-records to ws-pf-after-records
               move ws-measure-control to ws-pf-control-after
               close stock-master-file
           end-if.

           perform 790-print-proof-line.

       363-measure-stock.

           move 0 to ws-measure-records.
           move 0 to ws-measure-control.
           move 'n' to sw-measure-eof.
           move low-values to stk-key.
           start stock-master-file key is not less than stk-key
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read stock-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               add stk-on-hand to ws-measure-control
               read stock-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       365-back-out-in-transit.

           move "TRANSFER-IN-TRANSIT" to ws-pf-label.
           move sw-invtory-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-invtory-posted = 'y') then
               open input in-transit-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read in-transit-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from in-transit-record
                   read in-transit-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close in-transit-file, backout-work-file

               open input backout-work-file
               open output in-transit-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to in-transit-record
                   perform 366-in-transit-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, in-transit-file

               *> A transfer already received at the other store
               *> has left the file - its receipt stands until the
               *> receiving store's feed is corrected.
               if (ws-pf-deleted < ws-transfer-count) then
                   compute ws-pf-not-found =
                       ws-transfer-count - ws-pf-deleted
               end-if
           end-if.

           perform 790-print-proof-line.

       366-in-transit-line.

           add 1 to ws-pf-before-records.
           add tit-units to ws-pf-control-before.

           move 'n' to sw-key-found.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-transfer-count
               if (ws-tf-invoice-no(ws-inner-iterator) =
                   tit-invoice-no) and
                   (ws-tf-from-store(ws-inner-iterator) =
                   tit-from-store) then
                   move 'y' to sw-key-found
               end-if
           end-perform.

           if (sw-key-found = 'y') then
               add 1 to ws-pf-deleted
               add tit-units to ws-pf-control-applied
           else
               write in-transit-record
               add 1 to ws-pf-after-records
               add tit-units to ws-pf-control-after
           end-if.

       370-back-out-plan-actual.

           move "PLANVACT" to prt-sh-step-name.
           move "PLAN VS ACTUAL NET SALES" to prt-sh-description.
           perform 795-print-step-heading.

           move "PLAN-ACTUAL" to ws-pf-label.
           move sw-planvact-posted to ws-pf-posted.
           perform 780-start-proof.

           *> A batch date off the fiscal calendar was never posted
           *> to a plan week.
           if (sw-planvact-posted = 'y') and
               (sw-fiscal-found = 'y') then
               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-plan-count
                   move ws-ps-net-sales(ws-inner-iterator) to
                       ws-ps-remaining(ws-inner-iterator)
               end-perform

               open input plan-actual-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read plan-actual-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from plan-actual-record
                   read plan-actual-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close plan-actual-file, backout-work-file

               open input backout-work-file
               open output plan-actual-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to plan-actual-record
                   perform 372-plan-actual-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, plan-actual-file

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-plan-count
                   if (ws-ps-remaining(ws-inner-iterator) not = 0)
                       then
                       add 1 to ws-pf-not-found
                   end-if
               end-perform
           end-if.

           perform 790-print-proof-line.

       372-plan-actual-line.

           add 1 to ws-pf-before-records.
           add pa-net-sales to ws-pf-control-before.

           move 0 to ws-found-plan-idx.
           if (pa-fiscal-year = ws-fiscal-year) and
               (pa-fiscal-week = ws-fiscal-week) then
               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-plan-count
                   if (ws-ps-store-no(ws-inner-iterator) =
                       pa-store-no) and
                       (ws-ps-department(ws-inner-iterator) =
                       pa-department) and
                       (ws-ps-remaining(ws-inner-iterator) not = 0)
                       then
                       move ws-inner-iterator to ws-found-plan-idx
                   end-if
               end-perform
           end-if.

           *> SalesPlanProgram keeps one row per week, store and
           *> department, so the whole share comes off the one row;
           *> a row left at nothing is one only the batch made.
           if (ws-found-plan-idx > 0) then
               subtract ws-ps-remaining(ws-found-plan-idx) from
                   pa-net-sales
               add ws-ps-remaining(ws-found-plan-idx) to
                   ws-pf-control-applied
               move 0 to ws-ps-remaining(ws-found-plan-idx)
               if (pa-net-sales = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   write plan-actual-record
                   add 1 to ws-pf-after-records
                   add pa-net-sales to ws-pf-control-after
               end-if
           else
               write plan-actual-record
               add 1 to ws-pf-after-records
               add pa-net-sales to ws-pf-control-after
           end-if.

       380-back-out-gift-cards.

           move "GIFTCARD" to prt-sh-step-name.
           move "GIFT CARD MASTER AND LIABILITY CONTROL" to
               prt-sh-description.
           perform 795-print-step-heading.

           perform 382-back-out-card-master.
           perform 385-back-out-liability.

       382-back-out-card-master.

           move "GIFT-CARD-MASTER" to ws-pf-label.
           move sw-giftcard-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-giftcard-posted = 'y') then
               open i-o giftcard-master-file
               perform 383-measure-cards
               move ws-measure-records to ws-pf-before-records
               move ws-measure-control to ws-pf-control-before

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-card-count
                   move ws-cd-card-no(ws-inner-iterator) to
                       gcm-card-no
                   move "n" to sw-key-found
                   read giftcard-master-file
                       invalid key move "n" to sw-key-found
                       not invalid key move "y" to sw-key-found
                   end-read
                   if (sw-key-found = "n") or
                       (gcm-issued-amount <
                       ws-cd-issued(ws-inner-iterator)) or
                       (gcm-redeemed-amount <
                       ws-cd-redeemed(ws-inner-iterator)) or
                       (gcm-refunded-amount <
                       ws-cd-refunded(ws-inner-iterator)) then
                       add 1 to ws-pf-not-found
                   else
                       perform 384-reverse-card
                   end-if
               end-perform

               perform 383-measure-cards
               move ws-measure-records to ws-pf-after-records
               move ws-measure-control to ws-pf-control-after
               close giftcard-master-file
           end-if.

           perform 790-print-proof-line.

       383-measure-cards.

           move 0 to ws-measure-records.
           move 0 to ws-measure-control.
           move 'n' to sw-measure-eof.
           move low-values to gcm-card-no.
           start giftcard-master-file key is not less than
               gcm-card-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read giftcard-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               add gcm-balance to ws-measure-control
               read giftcard-master-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       384-reverse-card.

           move gcm-balance to ws-before-control.
           subtract ws-cd-issued(ws-inner-iterator) from
               gcm-issued-amount.
           subtract ws-cd-redeemed(ws-inner-iterator) from
               gcm-redeemed-amount.
           subtract ws-cd-refunded(ws-inner-iterator) from
               gcm-refunded-amount.
           compute gcm-balance = gcm-balance -
               ws-cd-issued(ws-inner-iterator) +
               ws-cd-redeemed(ws-inner-iterator) -
               ws-cd-refunded(ws-inner-iterator).

           *> A card the batch sold and nothing has touched since
           *> is taken off the master altogether.
           if (gcm-issued-amount = 0) and
               (gcm-redeemed-amount = 0) and
               (gcm-refunded-amount = 0) then
               delete giftcard-master-file record
               add 1 to ws-pf-deleted
               add ws-before-control to ws-pf-control-applied
           else
               rewrite giftcard-master-record
               add 1 to ws-pf-changed
               compute ws-pf-control-applied =
                   ws-pf-control-applied + ws-before-control -
                   gcm-balance
           end-if.

       385-back-out-liability.

           move "GC-LIABILITY-CONTROL" to ws-pf-label.
           move sw-giftcard-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-giftcard-posted = 'y') then
               move 'n' to sw-work-eof
               open input liability-control-file
               read liability-control-file at end
                   move "Y" to sw-work-eof
               end-read
               close liability-control-file

               if (sw-work-eof = "Y") then
                   add 1 to ws-pf-not-found
               else
                   move 1 to ws-pf-before-records
                   move glc-liability-total to ws-pf-control-before
                   subtract ws-liability-share from
                       glc-liability-total
                   add ws-liability-share to ws-pf-control-applied
                   if (ws-liability-share not = 0) then
                       add 1 to ws-pf-changed
                   end-if
                   open output liability-control-file
                   write liability-control-record
                   close liability-control-file
                   move 1 to ws-pf-after-records
                   move glc-liability-total to ws-pf-control-after
               end-if
           end-if.

           perform 790-print-proof-line.

       400-back-out-sandl.

           move "SANDL" to prt-sh-step-name.
           move "SALES AND LAYAWAYS - HISTORY, MTD, FTD, TREND" to
               prt-sh-description.
           perform 795-print-step-heading.

           perform 402-back-out-sales-history.
           perform 405-back-out-sales-mtd.
           perform 408-back-out-sandl-ftd.
           perform 410-back-out-store-trend.

       402-back-out-sales-history.

           move "SALES-HISTORY" to ws-pf-label.
           move sw-sandl-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-sandl-posted = 'y') then
               move ws-sl-sales-count to ws-rem-count-1
               move ws-sl-sales-amount to ws-rem-amount-1
               move ws-sl-layaways-count to ws-rem-count-2
               move ws-sl-layaways-amount to ws-rem-amount-2
               move ws-sl-tax-owing to ws-rem-amount-3

               open input sales-history-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read sales-history-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from sales-history-line
                   read sales-history-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close sales-history-file, backout-work-file

               open input backout-work-file
               open output sales-history-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to ws-sales-history-view
                   perform 403-sales-history-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, sales-history-file

               if (ws-rem-count-1 not = 0) or
                   (ws-rem-amount-1 not = 0) or
                   (ws-rem-count-2 not = 0) or
                   (ws-rem-amount-2 not = 0) or
                   (ws-rem-amount-3 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           end-if.

           perform 790-print-proof-line.

       403-sales-history-line.

           add 1 to ws-pf-before-records.
           move ws-shv-sales-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-before.
           move ws-shv-layaways-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-before.

           if (ws-shv-run-date = ws-run-date) and
               (ws-shv-batch-seq-no = ws-batch-seq-no) then
               move ws-shv-sales-count to ws-value-count
               move ws-value-count to ws-take-line-value
               move ws-rem-count-1 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-count
               move ws-value-count to ws-shv-sales-count
               move ws-take-remaining to ws-rem-count-1
               move ws-take-line-value to ws-line-total

               move ws-shv-sales-amount to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-1 to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-shv-sales-amount
               move ws-take-remaining to ws-rem-amount-1
               add ws-take-line-value to ws-line-total

               move ws-shv-layaways-count to ws-value-count
               move ws-value-count to ws-take-line-value
               move ws-rem-count-2 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-count
               move ws-value-count to ws-shv-layaways-count
               move ws-take-remaining to ws-rem-count-2
               add ws-take-line-value to ws-line-total

               move ws-shv-layaways-amount to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-2 to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-shv-layaways-amount
               move ws-take-remaining to ws-rem-amount-2
               add ws-take-line-value to ws-line-total

               move ws-shv-tax-owing to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-3 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-shv-tax-owing
               move ws-take-remaining to ws-rem-amount-3
               add ws-take-line-value to ws-line-total

               if (ws-line-total = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   perform 404-write-sales-history
               end-if
           else
               perform 404-write-sales-history
           end-if.

       404-write-sales-history.

           write sales-history-line from ws-sales-history-view.
           add 1 to ws-pf-after-records.
           move ws-shv-sales-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-after.
           move ws-shv-layaways-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-after.

       405-back-out-sales-mtd.

           move "SALES-MTD" to ws-pf-label.
           move sw-sandl-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-sandl-posted = 'y') then
               move 'n' to sw-work-eof
               open input sales-mtd-file
               read sales-mtd-file at end
                   move "Y" to sw-work-eof
               end-read
               close sales-mtd-file

               if (sw-work-eof = "Y") then
                   add 1 to ws-pf-not-found
               else
                   move 1 to ws-pf-before-records
                   compute ws-pf-control-before =
                       smtd-sales-amount + smtd-layaways-amount
                   if (smtd-year-month not = ws-run-year-month)
                       then
                       add 1 to ws-pf-not-found
                   else
                       perform 406-take-sales-mtd
                       add 1 to ws-pf-changed
                       open output sales-mtd-file
                       write sales-mtd-record
                       close sales-mtd-file
                   end-if
                   move 1 to ws-pf-after-records
                   compute ws-pf-control-after =
                       smtd-sales-amount + smtd-layaways-amount
               end-if
           end-if.

           perform 790-print-proof-line.

       406-take-sales-mtd.

           move smtd-sales-count to ws-take-line-value.
           move ws-sl-sales-count to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to smtd-sales-count.
           move ws-take-remaining to ws-rem-count-1.

           move smtd-sales-amount to ws-take-line-value.
           move ws-sl-sales-amount to ws-take-remaining.
           perform 760-take-share.
           add ws-take-amount to ws-pf-control-applied.
           move ws-take-line-value to smtd-sales-amount.
           move ws-take-remaining to ws-rem-amount-1.

           move smtd-layaways-count to ws-take-line-value.
           move ws-sl-layaways-count to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to smtd-layaways-count.
           move ws-take-remaining to ws-rem-count-2.

           move smtd-layaways-amount to ws-take-line-value.
           move ws-sl-layaways-amount to ws-take-remaining.
           perform 760-take-share.
           add ws-take-amount to ws-pf-control-applied.
           move ws-take-line-value to smtd-layaways-amount.
           move ws-take-remaining to ws-rem-amount-2.

           move smtd-tax-owing to ws-take-line-value.
           move ws-sl-tax-owing to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to smtd-tax-owing.
           move ws-take-remaining to ws-rem-amount-3.

           if (ws-rem-count-1 not = 0) or
               (ws-rem-amount-1 not = 0) or
               (ws-rem-count-2 not = 0) or
               (ws-rem-amount-2 not = 0) or
               (ws-rem-amount-3 not = 0) then
               add 1 to ws-pf-not-found
           end-if.

       408-back-out-sandl-ftd.

           move "SANDL-FTD" to ws-pf-label.
           move sw-sandl-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-sandl-posted = 'y') and (sw-fiscal-found = 'y')
               then
               move 'n' to sw-work-eof
               open input sandl-ftd-file
               read sandl-ftd-file at end
                   move "Y" to sw-work-eof
               end-read
               close sandl-ftd-file

               if (sw-work-eof = "Y") then
                   add 1 to ws-pf-not-found
               else
                   move 1 to ws-pf-before-records
                   compute ws-pf-control-before =
                       sftd-wtd-sales-amount +
                       sftd-wtd-layaways-amount +
                       sftd-ptd-sales-amount +
                       sftd-ptd-layaways-amount
                   perform 409-take-sandl-ftd
                   open output sandl-ftd-file
                   write sandl-ftd-record
                   close sandl-ftd-file
                   move 1 to ws-pf-after-records
                   compute ws-pf-control-after =
                       sftd-wtd-sales-amount +
                       sftd-wtd-layaways-amount +
                       sftd-ptd-sales-amount +
                       sftd-ptd-layaways-amount
               end-if
           end-if.

           perform 790-print-proof-line.

       409-take-sandl-ftd.

           if (sftd-fiscal-year = ws-fiscal-year) and
               (sftd-fiscal-week = ws-fiscal-week) then
               move sftd-wtd-sales-count to ws-take-line-value
               move ws-sl-sales-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to sftd-wtd-sales-count
               move ws-take-remaining to ws-wrem-count-1

               move sftd-wtd-sales-amount to ws-take-line-value
               move ws-sl-sales-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to sftd-wtd-sales-amount
               move ws-take-remaining to ws-wrem-amount-1

               move sftd-wtd-layaways-count to ws-take-line-value
               move ws-sl-layaways-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to sftd-wtd-layaways-count
               move ws-take-remaining to ws-wrem-count-2

               move sftd-wtd-layaways-amount to ws-take-line-value
               move ws-sl-layaways-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to sftd-wtd-layaways-amount
               move ws-take-remaining to ws-wrem-amount-2

               move sftd-wtd-tax-owing to ws-take-line-value
               move ws-sl-tax-owing to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to sftd-wtd-tax-owing
               move ws-take-remaining to ws-wrem-amount-3

               add 1 to ws-pf-changed
               if (ws-wrem-count-1 not = 0) or
                   (ws-wrem-amount-1 not = 0) or
                   (ws-wrem-count-2 not = 0) or
                   (ws-wrem-amount-2 not = 0) or
                   (ws-wrem-amount-3 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           else
               add 1 to ws-pf-not-found
           end-if.

           if (sftd-fiscal-year = ws-fiscal-year) and
               (sftd-fiscal-period = ws-fiscal-period) then
               move sftd-ptd-sales-count to ws-take-line-value
               move ws-sl-sales-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to sftd-ptd-sales-count
               move ws-take-remaining to ws-rem-count-1

               move sftd-ptd-sales-amount to ws-take-line-value
               move ws-sl-sales-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to sftd-ptd-sales-amount
               move ws-take-remaining to ws-rem-amount-1

               move sftd-ptd-layaways-count to ws-take-line-value
               move ws-sl-layaways-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to sftd-ptd-layaways-count
               move ws-take-remaining to ws-rem-count-2

               move sftd-ptd-layaways-amount to ws-take-line-value
               move ws-sl-layaways-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to sftd-ptd-layaways-amount
               move ws-take-remaining to ws-rem-amount-2

               move sftd-ptd-tax-owing to ws-take-line-value
               move ws-sl-tax-owing to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to sftd-ptd-tax-owing
               move ws-take-remaining to ws-rem-amount-3

               if (ws-pf-changed = 0) then
                   add 1 to ws-pf-changed
               end-if
               if (ws-rem-count-1 not = 0) or
                   (ws-rem-amount-1 not = 0) or
                   (ws-rem-count-2 not = 0) or
                   (ws-rem-amount-2 not = 0) or
                   (ws-rem-amount-3 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           else
               add 1 to ws-pf-not-found
           end-if.

       410-back-out-store-trend.

           move "STORE-TREND" to ws-pf-label.
           move sw-sandl-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-sandl-posted = 'y') then
               *> SandLProcessing writes a line for every store on
               *> the master each run, sales or not - a whole batch
               *> takes all of them back off, not only the stores
               *> that sold.
               if (ws-backout-store = spaces) then
                   move 1 to ws-inner-iterator
                   perform varying ws-inner-iterator
                       from 1
                       by 1
                       until ws-inner-iterator > ws-store-count
                       move ws-sm-store-no(ws-inner-iterator) to
                           ws-post-store-no
                       perform 226-find-or-add-trend
                   end-perform
               end-if

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-trend-count
                   move ws-tt-amount(ws-inner-iterator) to
                       ws-tt-remaining(ws-inner-iterator)
                   move 0 to ws-tt-exact-line(ws-inner-iterator)
               end-perform

               *> The trend line carries no batch number - the
               *> batch's own line for a store is the last one of
               *> the date showing exactly the batch's figure.
               open input store-trend-file
               open output backout-work-file
               move 0 to ws-work-line-no
               move 'n' to sw-work-eof
               read store-trend-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   add 1 to ws-work-line-no
                   move store-trend-line to ws-trend-view
                   perform 413-find-trend-line
                   if (ws-found-trend-idx > 0) and
                       (ws-trend-amount =
                       ws-tt-amount(ws-found-trend-idx)) then
                       move ws-work-line-no to
                           ws-tt-exact-line(ws-found-trend-idx)
                   end-if
                   write backout-work-line from store-trend-line
                   read store-trend-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close store-trend-file, backout-work-file

               open input backout-work-file
               open output store-trend-file
               move 0 to ws-work-line-no
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   add 1 to ws-work-line-no
                   move backout-work-line to ws-trend-view
                   perform 411-store-trend-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, store-trend-file

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-trend-count
                   if (ws-tt-remaining(ws-inner-iterator) not = 0)
                       then
                       add 1 to ws-pf-not-found
                   end-if
               end-perform
           end-if.

           perform 790-print-proof-line.

       411-store-trend-line.

           add 1 to ws-pf-before-records.
           perform 413-find-trend-line.
           add ws-trend-amount to ws-pf-control-before.

           evaluate true
           when ws-found-trend-idx = 0
               perform 412-write-store-trend
           when ws-tt-exact-line(ws-found-trend-idx) =
               ws-work-line-no
               add ws-trend-amount to ws-pf-control-applied
               move 0 to ws-tt-remaining(ws-found-trend-idx)
               *> The whole batch's line goes; one store's share
               *> leaves the line at nothing for the other stores'
               *> rerun to sit beside.
               if (ws-backout-store = spaces) then
                   add 1 to ws-pf-deleted
               else
                   move 0 to ws-trend-amount
                   move ws-trend-amount to ws-tv-amount
                   add 1 to ws-pf-changed
                   perform 412-write-store-trend
               end-if
           when ws-tt-exact-line(ws-found-trend-idx) = 0 and
               ws-tt-remaining(ws-found-trend-idx) > 0
               move ws-trend-amount to ws-take-line-value
               move ws-tt-remaining(ws-found-trend-idx) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to ws-trend-amount
               move ws-trend-amount to ws-tv-amount
               move ws-take-remaining to
                   ws-tt-remaining(ws-found-trend-idx)
               add 1 to ws-pf-changed
               perform 412-write-store-trend
           when other
               perform 412-write-store-trend
           end-evaluate.

       412-write-store-trend.

           write store-trend-line from ws-trend-view.
           add 1 to ws-pf-after-records.
           add ws-trend-amount to ws-pf-control-after.

       413-find-trend-line.

           move ws-tv-amount to ws-trend-amount.
           move 0 to ws-found-trend-idx.
           if (ws-tv-run-date = ws-run-date) then
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-trend-count
                   if (ws-tt-store-no(ws-iterator) = ws-tv-store-no)
                       then
                       move ws-iterator to ws-found-trend-idx
                   end-if
               end-perform
           end-if.

       420-back-out-returns.

           move "RETURNS" to prt-sh-step-name.
           move "RETURNS - HISTORY, MTD, FTD" to prt-sh-description.
           perform 795-print-step-heading.

           perform 422-back-out-returns-history.
           perform 425-back-out-returns-mtd.
           perform 428-back-out-returns-ftd.

       422-back-out-returns-history.

           move "RETURNS-HISTORY" to ws-pf-label.
           move sw-returns-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-returns-posted = 'y') then
               move ws-rs-returns-count to ws-rem-count-1
               move ws-rs-returns-amount to ws-rem-amount-1
               move ws-rs-tax-owed to ws-rem-amount-2

               open input returns-history-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read returns-history-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from returns-history-line
                   read returns-history-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close returns-history-file, backout-work-file

               open input backout-work-file
               open output returns-history-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to ws-returns-history-view
                   perform 423-returns-history-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, returns-history-file

               if (ws-rem-count-1 not = 0) or
                   (ws-rem-amount-1 not = 0) or
                   (ws-rem-amount-2 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           end-if.

           perform 790-print-proof-line.

       423-returns-history-line.

           add 1 to ws-pf-before-records.
           move ws-rhv-returns-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-before.

           if (ws-rhv-run-date = ws-run-date) and
               (ws-rhv-batch-seq-no = ws-batch-seq-no) then
               move ws-rhv-returns-count to ws-value-count
               move ws-value-count to ws-take-line-value
               move ws-rem-count-1 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-count
               move ws-value-count to ws-rhv-returns-count
               move ws-take-remaining to ws-rem-count-1
               move ws-take-line-value to ws-line-total

               move ws-rhv-returns-amount to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-1 to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-rhv-returns-amount
               move ws-take-remaining to ws-rem-amount-1
               add ws-take-line-value to ws-line-total

               move ws-rhv-tax-owed to ws-value-amount
               move ws-value-amount to ws-take-line-value
               move ws-rem-amount-2 to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to ws-value-amount
               move ws-value-amount to ws-rhv-tax-owed
               move ws-take-remaining to ws-rem-amount-2
               add ws-take-line-value to ws-line-total

               if (ws-line-total = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   perform 424-write-returns-history
               end-if
           else
               perform 424-write-returns-history
           end-if.

       424-write-returns-history.

           write returns-history-line from ws-returns-history-view.
           add 1 to ws-pf-after-records.
           move ws-rhv-returns-amount to ws-value-amount.
           add ws-value-amount to ws-pf-control-after.

       425-back-out-returns-mtd.

           move "RETURNS-MTD" to ws-pf-label.
           move sw-returns-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-returns-posted = 'y') then
               move 'n' to sw-work-eof
               open input returns-mtd-file
               read returns-mtd-file at end
                   move "Y" to sw-work-eof
               end-read
               close returns-mtd-file

               if (sw-work-eof = "Y") then
                   add 1 to ws-pf-not-found
               else
                   move 1 to ws-pf-before-records
                   move rmtd-returns-amount to ws-pf-control-before
                   if (rmtd-year-month not = ws-run-year-month)
                       then
                       add 1 to ws-pf-not-found
                   else
                       perform 426-take-returns-mtd
                       add 1 to ws-pf-changed
                       open output returns-mtd-file
                       write returns-mtd-record
                       close returns-mtd-file
                   end-if
                   move 1 to ws-pf-after-records
                   move rmtd-returns-amount to ws-pf-control-after
               end-if
           end-if.

           perform 790-print-proof-line.

       426-take-returns-mtd.

           move rmtd-returns-count to ws-take-line-value.
           move ws-rs-returns-count to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to rmtd-returns-count.
           move ws-take-remaining to ws-rem-count-1.

           move rmtd-returns-amount to ws-take-line-value.
           move ws-rs-returns-amount to ws-take-remaining.
           perform 760-take-share.
           add ws-take-amount to ws-pf-control-applied.
           move ws-take-line-value to rmtd-returns-amount.
           move ws-take-remaining to ws-rem-amount-1.

           move rmtd-tax-owed to ws-take-line-value.
           move ws-rs-tax-owed to ws-take-remaining.
           perform 760-take-share.
           move ws-take-line-value to rmtd-tax-owed.
           move ws-take-remaining to ws-rem-amount-2.

           if (ws-rem-count-1 not = 0) or
               (ws-rem-amount-1 not = 0) or
               (ws-rem-amount-2 not = 0) then
               add 1 to ws-pf-not-found
           end-if.

       428-back-out-returns-ftd.

           move "RETURNS-FTD" to ws-pf-label.
           move sw-returns-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-returns-posted = 'y') and (sw-fiscal-found = 'y')
               then
               move 'n' to sw-work-eof
               open input returns-ftd-file
               read returns-ftd-file at end
                   move "Y" to sw-work-eof
               end-read
               close returns-ftd-file

               if (sw-work-eof = "Y") then
                   add 1 to ws-pf-not-found
               else
                   move 1 to ws-pf-before-records
                   compute ws-pf-control-before =
                       rftd-wtd-returns-amount +
                       rftd-ptd-returns-amount
                   perform 429-take-returns-ftd
                   open output returns-ftd-file
                   write returns-ftd-record
                   close returns-ftd-file
                   move 1 to ws-pf-after-records
                   compute ws-pf-control-after =
                       rftd-wtd-returns-amount +
                       rftd-ptd-returns-amount
               end-if
           end-if.

           perform 790-print-proof-line.

       429-take-returns-ftd.

           if (rftd-fiscal-year = ws-fiscal-year) and
               (rftd-fiscal-week = ws-fiscal-week) then
               move rftd-wtd-returns-count to ws-take-line-value
               move ws-rs-returns-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to rftd-wtd-returns-count
               move ws-take-remaining to ws-wrem-count-1

               move rftd-wtd-returns-amount to ws-take-line-value
               move ws-rs-returns-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to rftd-wtd-returns-amount
               move ws-take-remaining to ws-wrem-amount-1

               move rftd-wtd-tax-owed to ws-take-line-value
               move ws-rs-tax-owed to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to rftd-wtd-tax-owed
               move ws-take-remaining to ws-wrem-amount-2

               add 1 to ws-pf-changed
               if (ws-wrem-count-1 not = 0) or
                   (ws-wrem-amount-1 not = 0) or
                   (ws-wrem-amount-2 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           else
               add 1 to ws-pf-not-found
           end-if.

           if (rftd-fiscal-year = ws-fiscal-year) and
               (rftd-fiscal-period = ws-fiscal-period) then
               move rftd-ptd-returns-count to ws-take-line-value
               move ws-rs-returns-count to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to rftd-ptd-returns-count
               move ws-take-remaining to ws-rem-count-1

               move rftd-ptd-returns-amount to ws-take-line-value
               move ws-rs-returns-amount to ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to rftd-ptd-returns-amount
               move ws-take-remaining to ws-rem-amount-1

               move rftd-ptd-tax-owed to ws-take-line-value
               move ws-rs-tax-owed to ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to rftd-ptd-tax-owed
               move ws-take-remaining to ws-rem-amount-2

               if (ws-pf-changed = 0) then
                   add 1 to ws-pf-changed
               end-if
               if (ws-rem-count-1 not = 0) or
                   (ws-rem-amount-1 not = 0) or
                   (ws-rem-amount-2 not = 0) then
                   add 1 to ws-pf-not-found
               end-if
           else
               add 1 to ws-pf-not-found
           end-if.

       430-back-out-service-plans.

           move "SVCPLAN" to prt-sh-step-name.
           move "SERVICE PLAN CONTRACTS AND THEIR MOVEMENT" to
               prt-sh-description.
           perform 795-print-step-heading.

           perform 432-back-out-contracts.
           perform 436-back-out-plan-movement.

       432-back-out-contracts.

           move "SERVICE-CONTRACT" to ws-pf-label.
           move sw-svcplan-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-svcplan-posted = 'y') then
               open i-o service-contract-file
               perform 433-measure-contracts
               move ws-measure-records to ws-pf-before-records
               move ws-measure-control to ws-pf-control-before

               *> Contracts the batch's returns cancelled go back
               *> in force first, so a plan sold and returned in
               *> the same batch comes off below like any other.
               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-contract-count
                   if (ws-cs-action(ws-inner-iterator) not = "S")
                       then
                       perform 434-restore-contract
                   end-if
               end-perform

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-contract-count
                   if (ws-cs-action(ws-inner-iterator) = "S") then
                       perform 435-remove-contract
                   end-if
               end-perform

               perform 433-measure-contracts
               move ws-measure-records to ws-pf-after-records
               move ws-measure-control to ws-pf-control-after
               close service-contract-file
           end-if.

           move ws-pf-control-applied to ws-unearned-share.

           perform 790-print-proof-line.

       433-measure-contracts.

           *> Only a contract in force carries anything unearned -
           *> the same total SVCPLAN reports as its movement.
           move 0 to ws-measure-records.
           move 0 to ws-measure-control.
           move 'n' to sw-measure-eof.
           move low-values to sc-serial-no.
           start service-contract-file key is not less than
               sc-serial-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read service-contract-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               if (sc-active) then
                   compute ws-measure-control = ws-measure-control +
                       sc-plan-price - sc-recognized-amount
               end-if
               read service-contract-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       434-restore-contract.

           move ws-cs-serial-no(ws-inner-iterator) to sc-serial-no.
           move "n" to sw-key-found.
           read service-contract-file
               invalid key move "n" to sw-key-found
               not invalid key move "y" to sw-key-found
           end-read.

           *> Only a cancellation this batch made - the same
           *> reason, on the return's own date, and for a unit
           *> the same SKU the contract covers.
           if (sw-key-found = "y") and (sc-cancelled) and
               (sc-cancel-date = ws-cs-date(ws-inner-iterator)) and
               ((ws-cs-action(ws-inner-iterator) = "P" and
               sc-plan-returned) or
               (ws-cs-action(ws-inner-iterator) = "U" and
               sc-unit-returned and
               (sc-unit-sku-code = spaces or
               sc-unit-sku-code = ws-cs-sku-code(ws-inner-iterator))))
               then
               move "A" to sc-status
               move space to sc-cancel-reason
               move 0 to sc-cancel-date
               rewrite service-contract-record
               add 1 to ws-pf-changed
               compute ws-pf-control-applied =
                   ws-pf-control-applied - sc-plan-price +
                   sc-recognized-amount
           else
               *> Most returned units never carried a plan - only
               *> a returned plan is expected to find its contract.
               if (ws-cs-action(ws-inner-iterator) = "P") then
                   add 1 to ws-pf-not-found
               end-if
           end-if.

       435-remove-contract.

           move ws-cs-serial-no(ws-inner-iterator) to sc-serial-no.
           move "n" to sw-key-found.
           read service-contract-file
               invalid key move "n" to sw-key-found
               not invalid key move "y" to sw-key-found
           end-read.

           *> A contract is only dropped while it is still the one
           *> the batch's invoice wrote - a unit covered again
           *> since belongs to that sale now.
           if (sw-key-found = "y") and
               (sc-invoice-no = ws-cs-invoice-no(ws-inner-iterator))
               then
               if (sc-active) then
                   compute ws-unearned-amount =
                       sc-plan-price - sc-recognized-amount
                   add ws-unearned-amount to ws-pf-control-applied
               end-if
               delete service-contract-file record
               add 1 to ws-pf-deleted
           else
               add 1 to ws-pf-not-found
           end-if.

       436-back-out-plan-movement.

           move "SUBLEDGER-MOVEMENT" to ws-pf-label.
           move sw-svcplan-posted to ws-pf-posted.
           perform 780-start-proof.

           *> SVCPLAN's record for the batch goes altogether; in a
           *> one-store backout the rest of the batch still moved
           *> the contracts, so only the store's share comes off
           *> its closing total. The control is SVCPLAN's closing
           *> totals.
           if (sw-svcplan-posted = 'y') then
               open input subledger-movement-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read subledger-movement-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from
                       subledger-movement-record
                   read subledger-movement-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close subledger-movement-file, backout-work-file

               open input backout-work-file
               open output subledger-movement-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to subledger-movement-record
                   perform 437-plan-movement-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, subledger-movement-file
           end-if.

           perform 790-print-proof-line.

       437-plan-movement-line.

           add 1 to ws-pf-before-records.
           if (smv-program-id not = "SERVICEPLANPROGRAM") then
               write subledger-movement-record
               add 1 to ws-pf-after-records
           else
               add smv-closing-total to ws-pf-control-before
               if (smv-business-date = ws-run-date) and
                   (smv-batch-seq-no = ws-batch-seq-no) then
                   if (ws-backout-store = spaces) then
                       add 1 to ws-pf-deleted
                       add smv-closing-total to ws-pf-control-applied
                   else
                       subtract ws-unearned-share from
                           smv-closing-total
                       add ws-unearned-share to ws-pf-control-applied
                       if (ws-unearned-share not = 0) then
                           add 1 to ws-pf-changed
                       end-if
                       write subledger-movement-record
                       add 1 to ws-pf-after-records
                       add smv-closing-total to ws-pf-control-after
                   end-if
               else
                   write subledger-movement-record
                   add 1 to ws-pf-after-records
                   add smv-closing-total to ws-pf-control-after
               end-if
           end-if.

       440-back-out-hourly.

           move "HOURLY" to prt-sh-step-name.
           move "HOURLY SALES HISTORY" to prt-sh-description.
           perform 795-print-step-heading.

           move "HOURLY-HISTORY" to ws-pf-label.
           move sw-hourly-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-hourly-posted = 'y') then
               open input hourly-history-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read hourly-history-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from hourly-history-record
                   read hourly-history-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close hourly-history-file, backout-work-file

               open input backout-work-file
               open output hourly-history-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to hourly-history-record
                   perform 442-hourly-history-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, hourly-history-file

               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-hourly-count
                   if (ws-hs-sales-count(ws-inner-iterator) not = 0)
                       or (ws-hs-sales-amount(ws-inner-iterator)
                       not = 0) or
                       (ws-hs-returns-count(ws-inner-iterator)
                       not = 0) or
                       (ws-hs-returns-amount(ws-inner-iterator)
                       not = 0) then
                       add 1 to ws-pf-not-found
                   end-if
               end-perform
           end-if.

           perform 790-print-proof-line.

       442-hourly-history-line.

           add 1 to ws-pf-before-records.
           add hh-sales-amount to ws-pf-control-before.
           add hh-returns-amount to ws-pf-control-before.

           move 0 to ws-found-hourly-idx.
           if (hh-business-date = ws-run-date) then
               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-hourly-count
                   if (ws-found-hourly-idx = 0) and
                       (ws-hs-store-no(ws-inner-iterator) =
                       hh-store-no) and
                       (ws-hs-hour(ws-inner-iterator) = hh-hour) then
                       move ws-inner-iterator to ws-found-hourly-idx
                   end-if
               end-perform
           end-if.

           if (ws-found-hourly-idx > 0) then
               move ws-found-hourly-idx to ws-iterator
               move hh-sales-count to ws-take-line-value
               move ws-hs-sales-count(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to hh-sales-count
               move ws-take-remaining to
                   ws-hs-sales-count(ws-iterator)

               move hh-sales-amount to ws-take-line-value
               move ws-hs-sales-amount(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to hh-sales-amount
               move ws-take-remaining to
                   ws-hs-sales-amount(ws-iterator)

               move hh-returns-count to ws-take-line-value
               move ws-hs-returns-count(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               move ws-take-line-value to hh-returns-count
               move ws-take-remaining to
                   ws-hs-returns-count(ws-iterator)

               move hh-returns-amount to ws-take-line-value
               move ws-hs-returns-amount(ws-iterator) to
                   ws-take-remaining
               perform 760-take-share
               add ws-take-amount to ws-pf-control-applied
               move ws-take-line-value to hh-returns-amount
               move ws-take-remaining to
                   ws-hs-returns-amount(ws-iterator)

               if (hh-sales-count = 0) and (hh-sales-amount = 0) and
                   (hh-returns-count = 0) and
                   (hh-returns-amount = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   perform 443-write-hourly-history
               end-if
           else
               perform 443-write-hourly-history
           end-if.

       443-write-hourly-history.

           write hourly-history-record.
           add 1 to ws-pf-after-records.
           add hh-sales-amount to ws-pf-control-after.
           add hh-returns-amount to ws-pf-control-after.

       445-back-out-commission.

           move "COMMISSN" to prt-sh-step-name.
           move "SALES COMMISSION LEDGER" to prt-sh-description.
           perform 795-print-step-heading.

           move "COMMISSION-LEDGER" to ws-pf-label.
           move sw-commissn-posted to ws-pf-posted.
           perform 780-start-proof.

           *> Every ledger line carries the business date and batch
           *> it was paid under, so the batch's lines simply drop -
           *> in a one-store backout, only that store's.
           if (sw-commissn-posted = 'y') then
               open input commission-ledger-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read commission-ledger-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from
                       commission-ledger-record
                   read commission-ledger-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close commission-ledger-file, backout-work-file

               open input backout-work-file
               open output commission-ledger-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to commission-ledger-record
                   perform 446-commission-ledger-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, commission-ledger-file
           end-if.

           perform 790-print-proof-line.

       446-commission-ledger-line.

           add 1 to ws-pf-before-records.
           add cml-commission-amount to ws-pf-control-before.

           if (cml-business-date = ws-run-date) and
               (cml-batch-seq-no = ws-batch-seq-no) and
               ((ws-backout-store = spaces) or
               (cml-store-no = ws-backout-store)) then
               add 1 to ws-pf-deleted
               add cml-commission-amount to ws-pf-control-applied
           else
               write commission-ledger-record
               add 1 to ws-pf-after-records
               add cml-commission-amount to ws-pf-control-after
           end-if.

       447-back-out-deposits.

           move "BANKREC" to prt-sh-step-name.
           move "STORE DEPOSITS EXPECTED AT THE BANK" to
               prt-sh-description.
           perform 795-print-step-heading.

           move "DEPOSIT-LEDGER" to ws-pf-label.
           move sw-bankrec-posted to ws-pf-posted.
           perform 780-start-proof.

           *> The batch's expected deposit per store comes off the
           *> ledger - in a one-store backout, only that store's.
           *> One the bank has already credited stays, with nothing
           *> expected against it, so the money shows as unexplained
           *> until the corrected feed's figure replaces it.
           if (sw-bankrec-posted = 'y') then
               open input deposit-ledger-file
               open output backout-work-file
               move 'n' to sw-work-eof
               read deposit-ledger-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   write backout-work-line from
                       deposit-ledger-record
                   read deposit-ledger-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close deposit-ledger-file, backout-work-file

               open input backout-work-file
               open output deposit-ledger-file
               move 'n' to sw-work-eof
               read backout-work-file at end
                   move "Y" to sw-work-eof
               end-read
               perform until sw-work-eof = "Y"
                   move backout-work-line to deposit-ledger-record
                   perform 448-deposit-ledger-line
                   read backout-work-file at end
                       move "Y" to sw-work-eof
                   end-read
               end-perform
               close backout-work-file, deposit-ledger-file
           end-if.

           perform 790-print-proof-line.

       448-deposit-ledger-line.

           add 1 to ws-pf-before-records.
           add dl-expected-amount to ws-pf-control-before.

           if (dl-business-date = ws-run-date) and
               (dl-batch-seq-no = ws-batch-seq-no) and
               ((ws-backout-store = spaces) or
               (dl-store-no = ws-backout-store)) then
               add dl-expected-amount to ws-pf-control-applied
               if (dl-credited-amount = 0) then
                   add 1 to ws-pf-deleted
               else
                   add 1 to ws-pf-changed
                   move 0 to dl-expected-amount
                   move 0 to dl-cleared-date
                   move space to dl-clear-reason
                   write deposit-ledger-record
                   add 1 to ws-pf-after-records
               end-if
           else
               write deposit-ledger-record
               add 1 to ws-pf-after-records
               add dl-expected-amount to ws-pf-control-after
           end-if.

       450-back-out-invoice-history.

           move "EDITS" to prt-sh-step-name.
           move "INVOICE HISTORY - THE DUPLICATE-INVOICE CHECK" to
               prt-sh-description.
           perform 795-print-step-heading.

           move "INVOICE-HISTORY" to ws-pf-label.
           move sw-edits-posted to ws-pf-posted.
           perform 780-start-proof.

           if (sw-edits-posted = 'y') then
               open i-o invoice-history-file
               perform 452-measure-invoice-history
               move ws-measure-records to ws-pf-before-records

               *> Left in, the batch's invoices would be rejected
               *> as duplicates when the corrected feed is edited.
               move 1 to ws-batch-idx
               perform varying ws-batch-idx
                   from 1
                   by 1
                   until ws-batch-idx > ws-batch-line-count
                   if (ws-bl-line-no(ws-batch-idx) = 0) then
                       move ws-bl-invoice-no(ws-batch-idx) to
                           ih-invoice-no
                       move "n" to sw-key-found
                       read invoice-history-file
                           invalid key move "n" to sw-key-found
                           not invalid key move "y" to sw-key-found
                       end-read
                       evaluate true
                       when sw-key-found = "n"
                           add 1 to ws-pf-not-found
                       *> An invoice first seen on an earlier day -
                       *> a layaway payment, say - belongs to that
                       *> day and stays.
                       when ih-run-date = ws-run-date
                           delete invoice-history-file record
                           add 1 to ws-pf-deleted
                       end-evaluate
                   end-if
               end-perform

               *> Voided invoices never reach the archive. With no
               *> other clean batch on the date, every invoice left
               *> under it can only be this batch's.
               if (ws-backout-store = spaces) and
                   (sw-other-edits-batch = 'n') then
                   perform 454-clear-date-invoices
               end-if

               perform 452-measure-invoice-history
               move ws-measure-records to ws-pf-after-records
               close invoice-history-file
           end-if.

           perform 790-print-proof-line.

       452-measure-invoice-history.

           move 0 to ws-measure-records.
           move 'n' to sw-measure-eof.
           move low-values to ih-invoice-no.
           start invoice-history-file key is not less than
               ih-invoice-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read invoice-history-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               read invoice-history-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       454-clear-date-invoices.

           move 'n' to sw-measure-eof.
           move low-values to ih-invoice-no.
           start invoice-history-file key is not less than
               ih-invoice-no
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read invoice-history-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               if (ih-run-date = ws-run-date) then
                   delete invoice-history-file record
                   add 1 to ws-pf-deleted
               end-if
               read invoice-history-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.

       460-back-out-archive.

           move "SPLIT" to prt-sh-step-name.
           move "TRANSACTION ARCHIVE - THE BATCH'S OWN LINES" to
               prt-sh-description.
           perform 795-print-step-heading.

           move "TRANSACTION-ARCHIVE" to ws-pf-label.
           move 'y' to ws-pf-posted.
           perform 780-start-proof.

           move ws-archive-read to ws-pf-before-records.

           move 1 to ws-batch-idx.
           perform varying ws-batch-idx
               from 1
               by 1
               until ws-batch-idx > ws-batch-line-count
               move ws-bl-key(ws-batch-idx) to arch-key
               delete transaction-archive-file record
                   invalid key add 1 to ws-pf-not-found
                   not invalid key add 1 to ws-pf-deleted
               end-delete
           end-perform.

           move 0 to ws-measure-records.
           move 'n' to sw-measure-eof.
           move low-values to arch-key.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move "Y" to sw-measure-eof
           end-start.
           if (sw-measure-eof not = "Y") then
               read transaction-archive-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-if.
           perform until sw-measure-eof = "Y"
               add 1 to ws-measure-records
               read transaction-archive-file next record
                   at end move "Y" to sw-measure-eof
               end-read
           end-perform.
           move ws-measure-records to ws-pf-after-records.

           perform 790-print-proof-line.

       470-mark-run-journal.

           open input run-journal-file.
           open output backout-work-file.
           move 'n' to sw-run-journal-eof.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               write backout-work-line from run-journal-record
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof
           end-perform.
           close run-journal-file, backout-work-file.

           open input backout-work-file.
           open output run-journal-file.
           move 'n' to sw-work-eof.
           read backout-work-file at end
               move "Y" to sw-work-eof.
           perform until sw-work-eof = "Y"
               move backout-work-line to run-journal-record
               perform 472-mark-journal-record
               write run-journal-record
               read backout-work-file at end
                   move "Y" to sw-work-eof
           end-perform.
           close backout-work-file, run-journal-file.

       472-mark-journal-record.

           *> Every daily step's record for the batch - whether it
           *> posted anything or not - so the whole job can run the
           *> corrected feed again. A store already backed out of
           *> the batch goes to 99 with the rest when the whole
           *> batch follows it.
           if (rj-business-date = ws-run-date) and
               (rj-batch-seq-no is numeric) and
               (rj-batch-seq-no = ws-batch-seq-no) then
               move 0 to ws-found-step-idx
               move 1 to ws-step-iterator
               perform varying ws-step-iterator
                   from 1
                   by 1
                   until ws-step-iterator > ws-step-count
                   if (ws-sn-program-id(ws-step-iterator) =
                       rj-program-id) then
                       move ws-step-iterator to ws-found-step-idx
                   end-if
               end-perform
               if (ws-found-step-idx > 0) and
                   ((rj-return-code <= 4) or
                   (rj-return-code = 98 and
                   ws-backed-out-code = 99)) then
                   move ws-backed-out-code to rj-return-code
                   add 1 to ws-journal-marked
               end-if
           end-if.

       500-list-not-reversed.

           write report-data-line from not-reversed-heading
               after advancing 2 lines.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > 5
               write report-data-line from
                   not-reversed-text-line(ws-iterator)
           end-perform.

           if (sw-rtvclaim-posted = 'y') then
               perform 505-list-vendor-claims
           end-if.

       505-list-vendor-claims.

           write report-data-line from claims-heading
               after advancing 2 lines.

           *> A claim VendorClaimsProgram raised that day off one of
           *> the batch's returned invoices.
           move 'n' to sw-work-eof.
           open input claim-ledger-file.
           read claim-ledger-file at end
               move "Y" to sw-work-eof.
           perform until sw-work-eof = "Y"
               if (cl-claim-date = ws-run-date) then
                   move 'n' to sw-key-found
                   move 1 to ws-batch-idx
                   perform varying ws-batch-idx
                       from 1
                       by 1
                       until ws-batch-idx > ws-batch-line-count
                       if (ws-bl-line-no(ws-batch-idx) = 0) and
                           (ws-bl-invoice-no(ws-batch-idx) =
                           cl-invoice-no) and
                           (ws-bl-image(ws-batch-idx)(1:1) = "R") then
                           move 'y' to sw-key-found
                       end-if
                   end-perform
                   if (sw-key-found = 'y') then
                       perform 506-print-claim
                   end-if
               end-if
               read claim-ledger-file at end
                   move "Y" to sw-work-eof
           end-perform.
           close claim-ledger-file.

       506-print-claim.

           move cl-claim-no to prt-cl-claim-no.
           move cl-vendor-no to prt-cl-vendor-no.
           move cl-store-no to prt-cl-store-no.
           move cl-invoice-no to prt-cl-invoice-no.
           move cl-sku-code to prt-cl-sku-code.
           move cl-claim-amount to prt-cl-claim-amount.
           evaluate cl-status
           when "O"
               move "OPEN" to prt-cl-status
           when "P"
               move "ON RTV DOC" to prt-cl-status
           when "S"
               move "SHIPPED" to prt-cl-status
           when "C"
               move "CLOSED" to prt-cl-status
           when other
               move cl-status to prt-cl-status
           end-evaluate.
           write report-data-line from prt-claim-line.
           add 1 to ws-claims-listed.

       600-totals.

           move ws-archive-read to prt-archive-read.
           move ws-batch-line-count to prt-batch-lines.
           move ws-batch-header-count to prt-batch-headers.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-files-proved to prt-files-proved.
           move ws-files-not-proved to prt-files-not-proved.
           move ws-files-exception to prt-files-exception.
           move ws-files-not-posted to prt-files-not-posted.
           write report-data-line from totals-line2.

           move ws-backed-out-code to prt-backed-out-code.
           move ws-journal-marked to prt-journal-marked.
           write report-data-line from totals-line3.

       760-take-share.

           *> What the line carries comes off against what the
           *> batch still owes; a share that took the figure down
           *> (a return off a net figure) puts it back instead.
           move ws-take-line-value to ws-take-amount.
           evaluate true
           when ws-take-remaining < 0
               subtract ws-take-remaining from ws-take-line-value
               move 0 to ws-take-remaining
           when ws-take-remaining > ws-take-line-value
               subtract ws-take-line-value from ws-take-remaining
               move 0 to ws-take-line-value
           when other
               subtract ws-take-remaining from ws-take-line-value
               move 0 to ws-take-remaining
           end-evaluate.
           subtract ws-take-line-value from ws-take-amount.

       780-start-proof.

           move 0 to ws-pf-before-records.
           move 0 to ws-pf-added.
           move 0 to ws-pf-changed.
           move 0 to ws-pf-deleted.
           move 0 to ws-pf-not-found.
           move 0 to ws-pf-after-records.
           move 0 to ws-pf-control-before.
           move 0 to ws-pf-control-applied.
           move 0 to ws-pf-control-after.

       790-print-proof-line.

           compute ws-expected-records = ws-pf-before-records -
               ws-pf-deleted + ws-pf-added.
           compute ws-expected-control = ws-pf-control-before -
               ws-pf-control-applied.

           move ws-pf-label to prt-pf-label.
           move ws-pf-before-records to prt-pf-before-records.
           move ws-pf-added to prt-pf-added.
           move ws-pf-changed to prt-pf-changed.
           move ws-pf-deleted to prt-pf-deleted.
           move ws-pf-not-found to prt-pf-not-found.
           move ws-pf-after-records to prt-pf-after-records.
           move ws-pf-control-before to prt-pf-control-before.
           move ws-pf-control-applied to prt-pf-control-applied.
           move ws-pf-control-after to prt-pf-control-after.

           *> A file that does not prove is a failed backout - the
           *> run ends 16 so the batch is not rerun on top of it. A
           *> share that could not be found is a warning for a
           *> person to look at.
           evaluate true
           when ws-pf-posted = 'n'
               move "NOT POSTED" to prt-pf-status
               add 1 to ws-files-not-posted
           when (ws-pf-after-records not = ws-expected-records) or
               (ws-pf-control-after not = ws-expected-control)
               move "NOT PROVED" to prt-pf-status
               add 1 to ws-files-not-proved
               move 16 to return-code
               move 16 to ws-rj-return-code
           when ws-pf-not-found > 0
               move "EXCEPTION" to prt-pf-status
               add 1 to ws-files-exception
               if (ws-rj-return-code < 4) then
                   move 4 to return-code
                   move 4 to ws-rj-return-code
               end-if
           when (ws-pf-added + ws-pf-changed + ws-pf-deleted) = 0
               move "NO CHANGE" to prt-pf-status
               add 1 to ws-files-proved
           when other
               move "PROVED" to prt-pf-status
               add 1 to ws-files-proved
           end-evaluate.

           write report-data-line from prt-proof-line.

       795-print-step-heading.

           write report-data-line from prt-step-heading
               after advancing 2 lines.

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           move ws-rj-this-program to rj-program-id.
           move ws-run-date to rj-business-date.
           move ws-rj-start-date to rj-start-date.
           move ws-rj-start-time to rj-start-time.
           move ws-ts-date to rj-end-date.
           move ws-ts-time-raw(1:6) to rj-end-time.
           move ws-batch-line-count to rj-records-read.
           move ws-journal-marked to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program BatchBackoutProgram.
