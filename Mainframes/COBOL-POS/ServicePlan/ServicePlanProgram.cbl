       identification division.
       program-id. ServicePlanProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - a plan's coverage starts on the business
           *> date it was sold, so a rerun dates it the day the
           *> data belongs to.
           select optional batch-date-file assign to
               '../../../data/batch-date.dat' organization is line
               sequential.

           *> Shared batch-run audit journal - one record appended
           *> per completed step, and read back at start-up so the
           *> same step cannot run clean twice for one business
           *> date and defer the same plans twice.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> The control record editsProgram wrote for this batch -
           *> read here for its batch sequence number, which keys
           *> this step's run-journal guard and stamps.
           select optional edits-control-file assign to
               '../../../data/edits-control.dat' organization is
               line sequential.

           *> System parameter deck - one name/value card per
           *> tunable figure, shared by the whole chain. OPTIONAL -
           *> absent, the compiled defaults stand, and every run
           *> prints the values it actually ran under.
           select optional system-params-file assign to
               '../../../data/system-params.dat'
               organization is line sequential.

           *> The split files the plans are sold and returned on.
           select sales-file assign to '../../../data/sales.dat'
               organization is line sequential.

           select returns-file assign to
               '../../../data/returns.dat' organization is line
               sequential.

           *> Keyed copy of the item master, rebuilt each run by
           *> editsProgram - which SKUs are service plans, and
           *> for how many months each one covers.
           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           *> Keyed registry of every serialized unit sold - the
           *> covered unit's SKU comes off it, and proves the unit
           *> left on the same invoice as its plan. OPTIONAL, so a
           *> shop with no serialized sales yet runs clean.
           select optional serial-registry-file assign to
               '../../../data/serial-registry.dat'
               organization is indexed
               access mode is dynamic
               record key is srg-serial-no.

           *> One contract per covered unit, keyed by the unit's
           *> serial number - what was sold, when its coverage
           *> starts and runs out, how much of its price has been
           *> earned, and the repairs posted against it. OPTIONAL,
           *> so the first plan ever sold creates it.
           select optional service-contract-file assign to
               '../../../data/service-contract.dat'
               organization is indexed
               access mode is dynamic
               record key is sc-serial-no.

           *> The service desk's repair claims for the day, one per
           *> repair, each naming the covered unit's serial number.
           *> OPTIONAL - a day with no repairs simply has none.
           select optional service-claims-file assign to
               '../../../data/service-claims.dat'
               organization is line sequential.

           *> Every claim accepted against a contract, appended
           *> run over run - the service desk's repair history.
           *> Read back at start-up, so a claim already posted is
           *> never posted again.
           select optional claim-history-file assign to
               '../../../data/service-claim-history.dat'
               organization is line sequential.

           *> The GL journal extract dataSplitAndCountProgram wrote
           *> for this batch - a plan's price was booked to sales
           *> there like any other line, and is moved from sales
           *> into deferred revenue here, so accounting loads it
           *> with the rest of the day's postings.
           select optional gl-journal-file assign to
               '../../../data/gl-journal.out' organization is
               line sequential.

           *> The subledger's total before and after this step
           *> posted, appended once per run - the balancing proof
           *> near the end of the chain holds the movement between
           *> the two up against what the GL journal says moved.
           select optional subledger-movement-file assign to
               '../../../data/subledger-movement.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/service-plan-report.dat'
               organization is line sequential.

       data division.
       file section.

       fd batch-date-file
           data record is batch-date-record.

       01 batch-date-record.
           05 bd-business-date                          pic 9(8).

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

       fd edits-control-file
           data record is edits-control-record.

       01 edits-control-record.
           05 ctl-good-record-count                     pic 9(5).
           05 ctl-bad-record-count                      pic 9(5).
           05 ctl-batch-seq-no                          pic 9(3).

       fd system-params-file
           data record is system-params-record.

       *> The value is keyed in the target field's own digit
       *> shape, left-justified.
       01 system-params-record.
           05 sp-param-name                             pic x(20).
           05 sp-param-value                            pic x(12).

       fd sales-file
           data record is sd-record.

       01 sd-record.
           05 sd-transaction-code                       pic x.
           05 sd-transaction-amount                     pic 9(5)v99.
           05 sd-payment-type                           pic xx.
           05 sd-store-no                               pic xx.
           05 sd-invoice-no                             pic x(9).
           05 sd-sku-code                               pic x(15).
           05 sd-return-reason-code                     pic x.
           05 sd-cashier-id                             pic x(5).
           05 sd-transaction-date                       pic 9(8).
           05 sd-transaction-time                       pic 9(6).
           05 sd-record-type                            pic x.
               88 sd-header-record                      value "H".
               88 sd-detail-record                      value "D".
           05 sd-quantity                               pic 9(3).
           05 sd-unit-price                             pic 9(5)v99.
           05 sd-gift-card-no                           pic x(16).
           05 sd-customer-no                            pic x(6).
           05 sd-original-invoice-no                    pic x(9).
           05 sd-to-store-no                            pic xx.
           *> On a plan line, the serial number of the unit the
           *> plan covers - editsProgram has already proved that
           *> unit was sold on the same invoice.
           05 sd-serial-no                              pic x(12).

       fd returns-file
           data record is rd-record.

       01 rd-record.
           05 rd-transaction-code                       pic x.
           05 rd-transaction-amount                     pic 9(5)v99.
           05 rd-payment-type                           pic xx.
           05 rd-store-no                               pic xx.
           05 rd-invoice-no                             pic x(9).
           05 rd-sku-code                               pic x(15).
           05 rd-return-reason-code                     pic x.
           05 rd-cashier-id                             pic x(5).
           05 rd-transaction-date                       pic 9(8).
           05 rd-transaction-time                       pic 9(6).
           05 rd-record-type                            pic x.
               88 rd-header-record                      value "H".
               88 rd-detail-record                      value "D".
           05 rd-quantity                               pic 9(3).
           05 rd-unit-price                             pic 9(5)v99.
           05 rd-gift-card-no                           pic x(16).
           05 rd-customer-no                            pic x(6).
           05 rd-original-invoice-no                    pic x(9).
           05 rd-to-store-no                            pic xx.
           05 rd-serial-no                              pic x(12).

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
           *> Coverage runs from the start date through the expiry
           *> date, the plan's term in months later.
           05 sc-start-date                             pic 9(8).
           05 sc-expiry-date                            pic 9(8).
           05 sc-term-months                            pic 99.
           *> What the plan sold for, and how much of it the
           *> monthly recognition step has moved out of deferred
           *> revenue so far - the difference is still unearned.
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

       fd service-claims-file
           data record is service-claim-record.

       01 service-claim-record.
           05 clm-claim-no                              pic x(8).
           05 clm-serial-no                             pic x(12).
           05 clm-store-no                              pic xx.
           05 clm-claim-date                            pic 9(8).
           05 clm-repair-description                    pic x(30).
           05 clm-repair-amount                         pic 9(5)v99.

       fd claim-history-file
           data record is claim-history-record.

       01 claim-history-record.
           05 ch-claim-no                               pic x(8).
           05 ch-serial-no                              pic x(12).
           05 ch-store-no                               pic xx.
           05 ch-claim-date                             pic 9(8).
           05 ch-repair-description                     pic x(30).
           05 ch-repair-amount                          pic 9(5)v99.
           05 ch-plan-sku-code                          pic x(15).
           05 ch-invoice-no                             pic x(9).
           05 ch-business-date                          pic 9(8).
           05 ch-batch-seq-no                           pic 9(3).

       fd gl-journal-file
           data record is gl-journal-line.

       01 gl-journal-line                               pic x(120).

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

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-eof                                        pic x
           value 'n'.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-contract-eof                               pic x
           value 'n'.

       01 sw-item-found                                 pic x
           value 'n'.

       01 sw-contract-found                             pic x
           value 'n'.

       01 sw-registry-found                             pic x
           value 'n'.

       01 sw-claim-rejected                             pic x
           value 'n'.

       01 sw-claim-posted                               pic x
           value 'n'.

       01 sw-claim-history-eof                          pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       01 sw-batch-date-missing                         pic x
           value 'n'.

       *> Which of the business date's batches this run belongs
       *> to - editsProgram assigns it, everyone downstream reads
       *> it off the control record, so intraday batches stack
       *> instead of colliding.
       01 ws-batch-seq-no                               pic 9(3)
           value 0.

       01 ws-rj-this-program                            pic x(30)
           value "SERVICEPLANPROGRAM".

       01 sw-run-journal-eof                            pic x
           value 'n'.

       01 sw-prior-clean-run                            pic x
           value 'n'.

       01 ws-rj-return-code                             pic 99
           value 0.

       01 ws-timestamp-work.
           05 ws-ts-date                                pic 9(8).
           05 ws-ts-time-raw                            pic 9(8).

       01 ws-rj-start-stamp.
           05 ws-rj-start-date                          pic 9(8).
           05 ws-rj-start-time                          pic 9(6).

       *> GL account codes - the same compiled defaults and the
       *> same parameter cards dataSplitAndCountProgram posts the
       *> plan's sale and refund under, plus the deferred revenue
       *> liability the unearned part of each plan is carried in.
       01 ws-gl-sales-account                           pic x(6)
           value "400100".
       01 ws-gl-returns-account                         pic x(6)
           value "400200".
       01 ws-gl-plan-deferred-account                   pic x(6)
           value "200600".

       *> The customer on the sale header the plan lines follow.
       01 ws-header-customer-no                         pic x(6)
           value spaces.

       *> The plan line being posted, whichever split file it
       *> came off.
       01 ws-line-store-no                              pic xx.
       01 ws-line-invoice-no                            pic x(9).
       01 ws-line-sku-code                              pic x(15).
       01 ws-line-serial-no                             pic x(12).
       01 ws-line-date                                  pic 9(8).
       01 ws-line-amount                                pic 9(5)v99.

       *> The covered unit's SKU, off the serial registry.
       01 ws-unit-sku-code                              pic x(15).

       *> Which of the two passes over the returns file is
       *> running - "P" returned plans, "U" returned units.
       01 ws-return-pass                                pic x
           value space.

       *> The part of a contract's price not yet earned, reversed
       *> out of deferred revenue when the contract ends early.
       01 ws-unearned-amount                            pic 9(5)v99
           value 0.

       *> Coverage end date arithmetic - the term in months is
       *> added to the start date's month, and a day past the
       *> end of the landing month comes back to its last day.
       01 ws-date-work                                  pic 9(8).
       01 ws-date-work-parts redefines ws-date-work.
           05 ws-dw-year                                pic 9(4).
           05 ws-dw-month                               pic 99.
           05 ws-dw-day                                 pic 99.

       01 ws-month-number                               pic 9(6)
           value 0.
       01 ws-days-in-month                              pic 99
           value 0.

       *> Deferrals and reversals by store, journaled at the end
       *> of the run the way dataSplitAndCountProgram journals by
       *> store and tender.
       01 ws-store-gl-table.
           05 ws-store-gl-count                         pic 99
               value 0.
           05 ws-store-gl-entries occurs 50 times
               indexed by ws-store-gl-idx.
               10 ws-sg-store-no                        pic xx.
               10 ws-sg-deferred-amount                 pic 9(7)v99.
               10 ws-sg-replaced-amount                 pic 9(7)v99.
               10 ws-sg-reversed-amount                 pic 9(7)v99.

       01 ws-find-store-no                              pic xx.
       01 ws-found-store-gl-idx                         pic 99
           value 0.

       01 ws-iterator                                   pic 99
           value 1.

       *> Every claim number on the repair history - a claims
       *> file left in place, or read again by the rerun after a
       *> backout, must not pay the same repair twice.
       01 ws-posted-claim-table.
           05 ws-posted-claim-count                     pic 9(5)
               value 0.
           05 ws-posted-claim-entries occurs 50000 times
               indexed by ws-posted-claim-idx.
               10 ws-pc-claim-no                        pic x(8).

       01 ws-claim-iterator                             pic 9(5)
           value 1.

       *> Unearned balance of every active contract, swept before
       *> and after posting for the balancing proof.
       01 ws-opening-unearned-total                     pic s9(9)v99
           value 0.
       01 ws-closing-unearned-total                     pic s9(9)v99
           value 0.
       01 ws-unearned-sweep-total                       pic s9(9)v99
           value 0.
       01 ws-contracts-active                           pic 9(7)
           value 0.

       01 ws-counts.
           05 ws-plans-sold                             pic 9(5)
               value 0.
           05 ws-plans-sold-amount                      pic 9(7)v99
               value 0.
           05 ws-plans-replaced                         pic 9(5)
               value 0.
           05 ws-plans-returned                         pic 9(5)
               value 0.
           05 ws-units-returned                         pic 9(5)
               value 0.
           05 ws-reversed-amount                        pic 9(7)v99
               value 0.
           05 ws-plan-exceptions                        pic 9(5)
               value 0.
           05 ws-claims-read                            pic 9(5)
               value 0.
           05 ws-claims-accepted                        pic 9(5)
               value 0.
           05 ws-claims-accepted-amount                 pic 9(7)v99
               value 0.
           05 ws-claims-rejected                        pic 9(5)
               value 0.
           05 ws-claims-repeated                        pic 9(5)
               value 0.
           05 ws-gl-lines-written                       pic 9(5)
               value 0.

       01 ws-claim-reject-reason                        pic x(30).
       01 ws-exception-text                             pic x(44).

       *> A plan posted to the journal in dataSplitAndCountProgram's
       *> layout - the store the plan went in under, tender "SP"
       *> marking it a service-plan reclass rather than money.
       01 gl-detail-line.
           05 gl-store-no                               pic xx.
           05 filler                                    pic x
               value ",".
           05 gl-tender-type                            pic xx.
           05 filler                                    pic x
               value ",".
           05 gl-debit-account                          pic x(6).
           05 filler                                    pic x
               value ",".
           05 gl-debit-amount                           pic
               z(6)9.99.
           05 filler                                    pic x
               value ",".
           05 gl-credit-account                         pic x(6).
           05 filler                                    pic x
               value ",".
           05 gl-credit-amount                          pic
               z(6)9.99.

       01 report-heading-line.
           05 filler                                    pic x(24)
               value spaces.
           05 filler                                    pic x(22)
               value "SERVICE PLAN REPORT - ".
           05 filler                                    pic x(15)
               value "BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.
           05 filler                                    pic x(9)
               value "  BATCH: ".
           05 prt-hd-batch-seq-no                       pic 999.

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(18)
               value " Deferred revenue:".
           05 filler                                    pic x
               value space.
           05 prt-param-gl-deferred                     pic x(6).
           05 filler                                    pic x(9)
               value "  Sales: ".
           05 prt-param-gl-sales                        pic x(6).
           05 filler                                    pic x(11)
               value "  Returns: ".
           05 prt-param-gl-returns                      pic x(6).

       01 activity-heading.
           05 filler                                    pic x(40)
               value "PLAN ACTIVITY".

       01 activity-headings.
           05 filler                                    pic x(13)
               value "ACTION".
           05 filler                                    pic x(4)
               value "ST".
           05 filler                                    pic x(11)
               value "INVOICE".
           05 filler                                    pic x(14)
               value "SERIAL NO".
           05 filler                                    pic x(17)
               value "PLAN SKU".
           05 filler                                    pic x(12)
               value "START".
           05 filler                                    pic x(12)
               value "EXPIRY".
           05 filler                                    pic x(9)
               value "   AMOUNT".

       01 prt-activity-line.
           05 prt-ac-action                             pic x(11).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ac-store-no                           pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ac-invoice-no                         pic x(9).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ac-serial-no                          pic x(12).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ac-plan-sku-code                      pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ac-start-date                         pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ac-expiry-date                        pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ac-amount                             pic zz,zz9.99.

       01 exception-line.
           05 filler                                    pic x(2)
               value "**".
           05 prt-exc-serial-no                         pic x(12).
           05 filler                                    pic x(3)
               value " - ".
           05 prt-exc-invoice-no                        pic x(9).
           05 filler                                    pic x(3)
               value " - ".
           05 prt-exc-text                              pic x(44).
           05 filler                                    pic x(2)
               value "**".

       01 claims-heading.
           05 filler                                    pic x(40)
               value "SERVICE DESK CLAIMS".

       01 claims-headings.
           05 filler                                    pic x(10)
               value "CLAIM NO".
           05 filler                                    pic x(14)
               value "SERIAL NO".
           05 filler                                    pic x(4)
               value "ST".
           05 filler                                    pic x(12)
               value "CLAIM DATE".
           05 filler                                    pic x(32)
               value "REPAIR".
           05 filler                                    pic x(9)
               value "   AMOUNT".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(30)
               value "DISPOSITION".

       01 prt-claim-line.
           05 prt-cl-claim-no                           pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-serial-no                          pic x(12).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-store-no                           pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-claim-date                         pic x(10).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-description                        pic x(30).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-amount                             pic zz,zz9.99.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-cl-disposition                        pic x(30).

       01 ws-edit-date                                  pic 9999/99/99.

       01 totals-heading.
           05 filler                                    pic x(40)
               value "RUN TOTALS".

       01 totals-line1.
           05 filler                                    pic x(11)
               value "Plans Sold:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-plans-sold                            pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Deferred:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-plans-sold-amount                     pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Replaced:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-plans-replaced                        pic z(4)9.

       01 totals-line2.
           05 filler                                    pic x(15)
               value "Plans Returned:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-plans-returned                        pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(15)
               value "Units Returned:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-units-returned                        pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Reversed:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-reversed-amount                       pic
               z,zzz,zz9.99.

       01 totals-line3.
           05 filler                                    pic x(12)
               value "Claims Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-read                           pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Accepted:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-accepted                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "Amount:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-accepted-amount                pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Rejected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-rejected                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(15)
               value "Already Posted:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-repeated                       pic z(4)9.

       01 totals-line4.
           05 filler                                    pic x(17)
               value "Plan Exceptions:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-plan-exceptions                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(18)
               value "GL Lines Written:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-gl-lines-written                      pic z(4)9.

       01 totals-line5.
           05 filler                                    pic x(18)
               value "Active Contracts:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-contracts-active                      pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(18)
               value "Unearned Opening:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-opening-unearned                      pic
               -zz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Closing:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-closing-unearned                      pic
               -zz,zzz,zz9.99.


       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this business date
           *> before any plan is deferred or any claim posted.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           perform 035-load-system-params.
           perform 060-load-posted-claims.

           open input item-master-index-file, serial-registry-file.
           open i-o service-contract-file.
           open output report-file.

           move ws-run-date to prt-hd-run-date.
           move ws-batch-seq-no to prt-hd-batch-seq-no.
           write report-data-line from report-heading-line.

           move ws-gl-plan-deferred-account to prt-param-gl-deferred.
           move ws-gl-sales-account to prt-param-gl-sales.
           move ws-gl-returns-account to prt-param-gl-returns.
           write report-data-line from ws-params-line1.

           *> What the contracts still carried unearned before this
           *> batch touched them.
           perform 080-sweep-unearned.
           move ws-unearned-sweep-total to ws-opening-unearned-total.

           write report-data-line from activity-heading
               after advancing 2 lines.
           write report-data-line from activity-headings
               after advancing 1 line.

           *> New contracts off the day's plan sales.
           perform 100-post-plan-sales.

           *> Returned plans first, so a plan that comes back with
           *> its unit ends as a plan return - then the covered
           *> units that came back without theirs.
           move "P" to ws-return-pass.
           perform 200-post-returns.
           move "U" to ws-return-pass.
           perform 200-post-returns.

           *> The service desk's repairs, each against a contract
           *> that has to be in force on the repair date.
           perform 300-post-claims.

           *> Move the day's plan prices out of sales and into
           *> deferred revenue, and the unearned part of every
           *> contract ended early back out again.
           open extend gl-journal-file.
           perform 400-journal-plan-activity.
           close gl-journal-file.

           perform 080-sweep-unearned.
           move ws-unearned-sweep-total to ws-closing-unearned-total.

           perform 500-totals.

           perform 880-write-subledger-movement.

           perform 900-write-run-journal.

           accept return-code.

           close item-master-index-file, serial-registry-file,
               service-contract-file, report-file.

           goback.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               evaluate sp-param-name
               when "GL-SALES-ACCOUNT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-sales-account
                   end-if
               when "GL-RETURNS-ACCOUNT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-returns-account
                   end-if
               when "GL-PLAN-DEFERRED"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-plan-deferred-account
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

       060-load-posted-claims.

           open input claim-history-file.
           read claim-history-file at end
               move "Y" to sw-claim-history-eof.
           perform until sw-claim-history-eof = "Y"
               if (ws-posted-claim-count < 50000) then
                   add 1 to ws-posted-claim-count
                   move ch-claim-no to
                       ws-pc-claim-no(ws-posted-claim-count)
               else
                   *> Past the table a repeated claim would pay
                   *> again unseen - that is a halt, not a warning.
                   display "SVCPLAN - POSTED CLAIM TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read claim-history-file at end
                   move "Y" to sw-claim-history-eof
           end-perform.
           close claim-history-file.

       080-sweep-unearned.

           *> Only a contract still in force carries anything
           *> unearned - an expired one has been recognized in
           *> full, a cancelled one had its remainder reversed.
           move 0 to ws-unearned-sweep-total.
           move 0 to ws-contracts-active.
           move 'n' to sw-contract-eof.
           move low-values to sc-serial-no.
           start service-contract-file key is not less than
               sc-serial-no
               invalid key move "Y" to sw-contract-eof
           end-start.

           if (sw-contract-eof not = "Y") then
               perform 085-read-next-contract
           end-if.
           perform until sw-contract-eof = "Y"
               if (sc-active) then
                   add 1 to ws-contracts-active
                   compute ws-unearned-sweep-total =
                       ws-unearned-sweep-total + sc-plan-price -
                       sc-recognized-amount
               end-if
               perform 085-read-next-contract
           end-perform.

       085-read-next-contract.
           read service-contract-file next record
               at end move "Y" to sw-contract-eof
           end-read.

       100-post-plan-sales.

           move 'n' to sw-eof.
           open input sales-file.
           read sales-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"

               *> The contract is written to the customer the sale
               *> was rung to - the header precedes its lines.
               if (sd-header-record) then
                   move sd-customer-no to ws-header-customer-no
               end-if

               if (sd-detail-record) then
                   move sd-sku-code to ws-line-sku-code
                   perform 210-read-item-master
                   if (sw-item-found = "y") and
                       (imx-service-plan) then
                       move sd-store-no to ws-line-store-no
                       move sd-invoice-no to ws-line-invoice-no
                       move sd-serial-no to ws-line-serial-no
                       move sd-transaction-amount to ws-line-amount
                       move sd-transaction-date to ws-line-date
                       perform 140-settle-line-date
                       perform 110-post-plan-sale
                   end-if
               end-if

               read sales-file at end move "Y" to sw-eof
           end-perform.
           close sales-file.

       110-post-plan-sale.

           *> The registry names the covered unit's SKU, and says
           *> whether it really left on this invoice. A unit the
           *> registry cannot vouch for still gets its contract -
           *> the customer paid for it - but is listed for the
           *> service desk to look into.
           move spaces to ws-unit-sku-code.
           perform 215-read-serial-registry.
           if (sw-registry-found = "n") then
               move "COVERED UNIT NOT IN SERIAL REGISTRY" to
                   ws-exception-text
               perform 290-write-exception
           else
               move srg-sku-code to ws-unit-sku-code
               if (srg-invoice-no not = ws-line-invoice-no) then
                   move "COVERED UNIT SOLD ON ANOTHER INVOICE" to
                       ws-exception-text
                   perform 290-write-exception
               end-if
           end-if.

           *> One contract per unit. A unit already covered by a
           *> contract still in force off another sale cannot be
           *> covered twice - the plan stays in sales until the
           *> desk sorts out which one the customer holds.
           move ws-line-serial-no to sc-serial-no.
           perform 220-read-contract.
           if (sw-contract-found = "y") and (sc-active) and
               (sc-invoice-no not = ws-line-invoice-no) then
               move "UNIT ALREADY COVERED - NO CONTRACT WRITTEN"
                   to ws-exception-text
               perform 290-write-exception
           else
               perform 120-write-contract
           end-if.

       120-write-contract.

           move ws-line-store-no to ws-find-store-no.
           perform 230-find-or-add-store-gl.

           *> The same invoice posted again - a feed reprocessed
           *> after a backout - replaces its own contract, first
           *> reversing whatever of it was still deferred so the
           *> new deferral below is not carried twice.
           move "SOLD" to prt-ac-action.
           if (sw-contract-found = "y") and (sc-active) then
               compute ws-unearned-amount =
                   sc-plan-price - sc-recognized-amount
               if (ws-found-store-gl-idx > 0) then
                   add ws-unearned-amount to
                       ws-sg-replaced-amount(ws-found-store-gl-idx)
               end-if
               add 1 to ws-plans-replaced
               move "REPLACED" to prt-ac-action
           end-if.

           move ws-line-serial-no to sc-serial-no.
           move ws-unit-sku-code to sc-unit-sku-code.
           move ws-line-sku-code to sc-plan-sku-code.
           move ws-line-invoice-no to sc-invoice-no.
           move ws-line-store-no to sc-store-no.
           move ws-header-customer-no to sc-customer-no.
           move ws-line-date to sc-sale-date.
           move ws-line-date to sc-start-date.
           move imx-plan-term-months to sc-term-months.
           perform 130-compute-expiry-date.
           move ws-line-amount to sc-plan-price.
           move 0 to sc-recognized-amount.
           move "A" to sc-status.
           move space to sc-cancel-reason.
           move 0 to sc-cancel-date.
           move 0 to sc-claim-count.
           move 0 to sc-claim-amount.
           move 0 to sc-last-claim-date.

           if (sw-contract-found = "y") then
               rewrite service-contract-record
           else
               write service-contract-record
           end-if.

           if (ws-found-store-gl-idx > 0) then
               add ws-line-amount to
                   ws-sg-deferred-amount(ws-found-store-gl-idx)
           end-if.
           add 1 to ws-plans-sold.
           add ws-line-amount to ws-plans-sold-amount.

           move ws-line-amount to prt-ac-amount.
           perform 270-print-activity.

       130-compute-expiry-date.

           *> The term's months added onto the start month, with a
           *> start day the landing month does not have (a plan
           *> sold on the 31st) brought back to its last day.
           move sc-start-date to ws-date-work.
           compute ws-month-number =
               (ws-dw-year * 12) + (ws-dw-month - 1) +
               sc-term-months.
           compute ws-dw-year = ws-month-number / 12.
           compute ws-dw-month =
               ws-month-number - (ws-dw-year * 12) + 1.
           perform 135-find-days-in-month.
           if (ws-dw-day > ws-days-in-month) then
               move ws-days-in-month to ws-dw-day
           end-if.
           move ws-date-work to sc-expiry-date.

       135-find-days-in-month.
           evaluate ws-dw-month
           when 04
           when 06
           when 09
           when 11
               move 30 to ws-days-in-month
           when 02
               if (function mod(ws-dw-year, 4) = 0) then
                   move 29 to ws-days-in-month
               else
                   move 28 to ws-days-in-month
               end-if
           when other
               move 31 to ws-days-in-month
           end-evaluate.

       140-settle-line-date.

           *> A line without a usable date takes the business date.
           if (ws-line-date not numeric) or (ws-line-date = 0) then
               move ws-run-date to ws-line-date
           end-if.

       200-post-returns.

           move 'n' to sw-eof.
           open input returns-file.
           read returns-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (rd-detail-record) then
                   move rd-sku-code to ws-line-sku-code
                   perform 210-read-item-master
                   move rd-store-no to ws-line-store-no
                   move rd-invoice-no to ws-line-invoice-no
                   move rd-serial-no to ws-line-serial-no
                   move rd-transaction-date to ws-line-date
                   perform 140-settle-line-date
                   if (sw-item-found = "y") and
                       (imx-service-plan) then
                       if (ws-return-pass = "P") then
                           perform 240-post-plan-return
                       end-if
                   else
                       if (ws-return-pass = "U") and
                           (ws-line-serial-no not = spaces) then
                           perform 250-post-unit-return
                       end-if
                   end-if
               end-if
               read returns-file at end move "Y" to sw-eof
           end-perform.
           close returns-file.

       210-read-item-master.
           move "n" to sw-item-found.
           move ws-line-sku-code to imx-sku-code.
           read item-master-index-file
               invalid key move "n" to sw-item-found
               not invalid key move "y" to sw-item-found
           end-read.

       215-read-serial-registry.
           move "n" to sw-registry-found.
           move ws-line-serial-no to srg-serial-no.
           read serial-registry-file
               invalid key move "n" to sw-registry-found
               not invalid key move "y" to sw-registry-found
           end-read.

       220-read-contract.
           move "n" to sw-contract-found.
           read service-contract-file
               invalid key move "n" to sw-contract-found
               not invalid key move "y" to sw-contract-found
           end-read.

       230-find-or-add-store-gl.

           move 0 to ws-found-store-gl-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-gl-count
               if (ws-sg-store-no(ws-iterator) = ws-find-store-no)
                   then
                   move ws-iterator to ws-found-store-gl-idx
               end-if
           end-perform.

           if (ws-found-store-gl-idx = 0) and
               (ws-store-gl-count < 50) then
               add 1 to ws-store-gl-count
               move ws-store-gl-count to ws-found-store-gl-idx
               move ws-find-store-no to
                   ws-sg-store-no(ws-found-store-gl-idx)
               move 0 to ws-sg-deferred-amount(ws-found-store-gl-idx)
               move 0 to ws-sg-replaced-amount(ws-found-store-gl-idx)
               move 0 to ws-sg-reversed-amount(ws-found-store-gl-idx)
           end-if.

       240-post-plan-return.

           move ws-line-serial-no to sc-serial-no.
           perform 220-read-contract.
           if (sw-contract-found = "n") then
               move "RETURNED PLAN HAS NO CONTRACT ON FILE" to
                   ws-exception-text
               perform 290-write-exception
           else
               *> Ended already - its unit came back in an earlier
               *> batch, or it ran its term - so nothing of it is
               *> left deferred to reverse.
               if (not sc-active) then
                   move "CONTRACT ALREADY ENDED - NOTHING REVERSED"
                       to ws-exception-text
                   perform 290-write-exception
               else
                   move "P" to sc-cancel-reason
                   perform 260-cancel-contract
                   add 1 to ws-plans-returned
                   move "PLAN RETURN" to prt-ac-action
                   move ws-unearned-amount to prt-ac-amount
                   perform 270-print-activity
               end-if
           end-if.

       250-post-unit-return.

           *> A covered unit coming back ends its coverage - there
           *> is nothing left to repair. A serial that happens to
           *> match another SKU's contract is not this unit.
           move ws-line-serial-no to sc-serial-no.
           perform 220-read-contract.
           if (sw-contract-found = "y") and (sc-active) and
               ((sc-unit-sku-code = spaces) or
               (sc-unit-sku-code = ws-line-sku-code)) then
               move "U" to sc-cancel-reason
               perform 260-cancel-contract
               add 1 to ws-units-returned
               move "UNIT RETURN" to prt-ac-action
               move ws-unearned-amount to prt-ac-amount
               perform 270-print-activity
           end-if.

       260-cancel-contract.

           *> Whatever the monthly recognition step has not yet
           *> earned comes back out of deferred revenue, against
           *> returns at the store the plan or unit came back to.
           compute ws-unearned-amount =
               sc-plan-price - sc-recognized-amount.
           move "C" to sc-status.
           move ws-line-date to sc-cancel-date.
           rewrite service-contract-record.

           move ws-line-store-no to ws-find-store-no.
           perform 230-find-or-add-store-gl.
           if (ws-found-store-gl-idx > 0) then
               add ws-unearned-amount to
                   ws-sg-reversed-amount(ws-found-store-gl-idx)
           end-if.
           add ws-unearned-amount to ws-reversed-amount.

       270-print-activity.

           move ws-line-store-no to prt-ac-store-no.
           move ws-line-invoice-no to prt-ac-invoice-no.
           move sc-serial-no to prt-ac-serial-no.
           move sc-plan-sku-code to prt-ac-plan-sku-code.
           move sc-start-date to prt-ac-start-date.
           move sc-expiry-date to prt-ac-expiry-date.
           write report-data-line from prt-activity-line
               after advancing 1 line.

       290-write-exception.

           add 1 to ws-plan-exceptions.
           move ws-line-serial-no to prt-exc-serial-no.
           move ws-line-invoice-no to prt-exc-invoice-no.
           move ws-exception-text to prt-exc-text.
           write report-data-line from exception-line
               after advancing 1 line.

       300-post-claims.

           write report-data-line from claims-heading
               after advancing 2 lines.
           write report-data-line from claims-headings
               after advancing 1 line.

           move 'n' to sw-eof.
           open input service-claims-file.
           open extend claim-history-file.
           read service-claims-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               add 1 to ws-claims-read
               perform 310-validate-claim
               if (sw-claim-rejected = "y") then
                   if (sw-claim-posted = "y") then
                       add 1 to ws-claims-repeated
                   else
                       add 1 to ws-claims-rejected
                   end-if
                   move ws-claim-reject-reason to
                       prt-cl-disposition
               else
                   perform 320-post-claim
                   move "ACCEPTED" to prt-cl-disposition
               end-if
               perform 330-print-claim
               read service-claims-file at end
                   move "Y" to sw-eof
           end-perform.
           close service-claims-file, claim-history-file.

       310-validate-claim.

           move "n" to sw-claim-rejected.
           move spaces to ws-claim-reject-reason.
           perform 315-find-posted-claim.

           evaluate true
           when sw-claim-posted = "y"
               move "y" to sw-claim-rejected
               move "CLAIM ALREADY POSTED" to ws-claim-reject-reason
           when (clm-claim-date not numeric) or
               (clm-claim-date = 0)
               move "y" to sw-claim-rejected
               move "INVALID CLAIM DATE" to ws-claim-reject-reason
           when clm-claim-date > ws-run-date
               move "y" to sw-claim-rejected
               move "CLAIM DATED IN THE FUTURE" to
                   ws-claim-reject-reason
           when clm-repair-amount not numeric
               move "y" to sw-claim-rejected
               move "INVALID REPAIR AMOUNT" to
                   ws-claim-reject-reason
           end-evaluate.

           *> The repair has to fall inside the contract's
           *> coverage - a contract the monthly step has since
           *> marked expired still pays for a repair dated while
           *> it was in force.
           if (sw-claim-rejected = "n") then
               move clm-serial-no to sc-serial-no
               perform 220-read-contract
               evaluate true
               when sw-contract-found = "n"
                   move "y" to sw-claim-rejected
                   move "NO CONTRACT ON FILE" to
                       ws-claim-reject-reason
               when sc-cancelled
                   move "y" to sw-claim-rejected
                   move "CONTRACT CANCELLED" to
                       ws-claim-reject-reason
               when clm-claim-date < sc-start-date
                   move "y" to sw-claim-rejected
                   move "CLAIM BEFORE COVERAGE START" to
                       ws-claim-reject-reason
               when clm-claim-date > sc-expiry-date
                   move "y" to sw-claim-rejected
                   move "CONTRACT EXPIRED" to
                       ws-claim-reject-reason
               end-evaluate
           end-if.

       315-find-posted-claim.

           move "n" to sw-claim-posted.
           move 1 to ws-claim-iterator.
           perform varying ws-claim-iterator
               from 1
               by 1
               until ws-claim-iterator > ws-posted-claim-count
               if (ws-pc-claim-no(ws-claim-iterator) = clm-claim-no)
                   then
                   move "y" to sw-claim-posted
               end-if
           end-perform.

       320-post-claim.

           add 1 to sc-claim-count.
           add clm-repair-amount to sc-claim-amount.
           if (clm-claim-date > sc-last-claim-date) then
               move clm-claim-date to sc-last-claim-date
           end-if.
           rewrite service-contract-record.

           move clm-claim-no to ch-claim-no.
           move clm-serial-no to ch-serial-no.
           move clm-store-no to ch-store-no.
           move clm-claim-date to ch-claim-date.
           move clm-repair-description to ch-repair-description.
           move clm-repair-amount to ch-repair-amount.
           move sc-plan-sku-code to ch-plan-sku-code.
           move sc-invoice-no to ch-invoice-no.
           move ws-run-date to ch-business-date.
           move ws-batch-seq-no to ch-batch-seq-no.
           write claim-history-record.

           *> A second card for the same claim further down the
           *> day's file is caught too.
           if (ws-posted-claim-count < 50000) then
               add 1 to ws-posted-claim-count
               move clm-claim-no to
                   ws-pc-claim-no(ws-posted-claim-count)
           end-if.

           add 1 to ws-claims-accepted.
           add clm-repair-amount to ws-claims-accepted-amount.

       330-print-claim.

           move clm-claim-no to prt-cl-claim-no.
           move clm-serial-no to prt-cl-serial-no.
           move clm-store-no to prt-cl-store-no.
           if (clm-claim-date is numeric) then
               move clm-claim-date to ws-edit-date
               move ws-edit-date to prt-cl-claim-date
           else
               move "??????????" to prt-cl-claim-date
           end-if.
           move clm-repair-description to prt-cl-description.
           if (clm-repair-amount is numeric) then
               move clm-repair-amount to prt-cl-amount
           else
               move 0 to prt-cl-amount
           end-if.
           write report-data-line from prt-claim-line
               after advancing 1 line.

       400-journal-plan-activity.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-gl-count
               move ws-sg-store-no(ws-iterator) to gl-store-no
               move "SP" to gl-tender-type

               *> Plans sold - out of sales, into deferred revenue.
               if (ws-sg-deferred-amount(ws-iterator) > 0) then
                   move ws-gl-sales-account to gl-debit-account
                   move ws-sg-deferred-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-plan-deferred-account to
                       gl-credit-account
                   move ws-sg-deferred-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-journal-line from gl-detail-line
                   add 1 to ws-gl-lines-written
               end-if

               *> A replaced contract's old deferral, undone back
               *> into sales where its sale first booked it.
               if (ws-sg-replaced-amount(ws-iterator) > 0) then
                   move ws-gl-plan-deferred-account to
                       gl-debit-account
                   move ws-sg-replaced-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-sales-account to gl-credit-account
                   move ws-sg-replaced-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-journal-line from gl-detail-line
                   add 1 to ws-gl-lines-written
               end-if

               *> Contracts ended early - the unearned part comes
               *> out of deferred revenue against returns, where
               *> the refund itself was booked.
               if (ws-sg-reversed-amount(ws-iterator) > 0) then
                   move ws-gl-plan-deferred-account to
                       gl-debit-account
                   move ws-sg-reversed-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-returns-account to gl-credit-account
                   move ws-sg-reversed-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-journal-line from gl-detail-line
                   add 1 to ws-gl-lines-written
               end-if
           end-perform.

       500-totals.

           write report-data-line from totals-heading
               after advancing 2 lines.

           move ws-plans-sold to prt-plans-sold.
           move ws-plans-sold-amount to prt-plans-sold-amount.
           move ws-plans-replaced to prt-plans-replaced.
           write report-data-line from totals-line1
               after advancing 1 line.

           move ws-plans-returned to prt-plans-returned.
           move ws-units-returned to prt-units-returned.
           move ws-reversed-amount to prt-reversed-amount.
           write report-data-line from totals-line2.

           move ws-claims-read to prt-claims-read.
           move ws-claims-accepted to prt-claims-accepted.
           move ws-claims-accepted-amount to
               prt-claims-accepted-amount.
           move ws-claims-rejected to prt-claims-rejected.
           move ws-claims-repeated to prt-claims-repeated.
           write report-data-line from totals-line3.

           move ws-plan-exceptions to prt-plan-exceptions.
           move ws-gl-lines-written to prt-gl-lines-written.
           write report-data-line from totals-line4.

           move ws-contracts-active to prt-contracts-active.
           move ws-opening-unearned-total to prt-opening-unearned.
           move ws-closing-unearned-total to prt-closing-unearned.
           write report-data-line from totals-line5
               after advancing 1 line.

       880-write-subledger-movement.

           move ws-rj-this-program to smv-program-id.
           move ws-run-date to smv-business-date.
           move ws-batch-seq-no to smv-batch-seq-no.
           move ws-opening-unearned-total to smv-opening-total.
           move ws-closing-unearned-total to smv-closing-total.

           open extend subledger-movement-file.
           write subledger-movement-record.
           close subledger-movement-file.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.

           *> An absent, empty or unreadable control card means a
           *> normal same-day run - the system date stands.
           move 'n' to sw-batch-date-missing.
           open input batch-date-file.
           read batch-date-file
               at end move 'y' to sw-batch-date-missing
           end-read.
           close batch-date-file.

           if (sw-batch-date-missing = 'n') and
               (bd-business-date is numeric) and
               (bd-business-date > 0) then
               move bd-business-date to ws-run-date
           end-if.

       043-load-batch-seq.

           *> The batch sequence editsProgram stamped on the
           *> control record - an absent or old-shape record reads
           *> as batch zero, which still guards one run per date.
           move 0 to ws-batch-seq-no.
           open input edits-control-file.
           read edits-control-file
               at end move 0 to ws-batch-seq-no
               not at end
               if (ctl-batch-seq-no is numeric) then
                   move ctl-batch-seq-no to ws-batch-seq-no
               end-if
           end-read.
           close edits-control-file.

       045-guard-run-journal.

           *> Capture the start stamp, then refuse to run twice -
           *> a journal record with return code zero for this
           *> program and business date means this step already
           *> completed cleanly, and running it again would double
           *> everything it appends or accumulates.
           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.
           move ws-ts-date to ws-rj-start-date.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

           open input run-journal-file.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               if (rj-program-id = ws-rj-this-program) and
                   (rj-business-date = ws-run-date) and
                   (rj-batch-seq-no = ws-batch-seq-no) and
                   (rj-return-code = 0) then
                   move 'y' to sw-prior-clean-run
               end-if
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof
           end-perform.
           close run-journal-file.

           if (sw-prior-clean-run = 'y') then
               display "RUNJRNL - " ws-rj-this-program
                   " ALREADY RAN CLEAN FOR " ws-run-date
                   " - STEP REFUSED"
               move 16 to return-code
               goback
           end-if.

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           move ws-rj-this-program to rj-program-id.
           move ws-run-date to rj-business-date.
           move ws-rj-start-date to rj-start-date.
           move ws-rj-start-time to rj-start-time.
           move ws-ts-date to rj-end-date.
           move ws-ts-time-raw(1:6) to rj-end-time.
           compute rj-records-read = ws-plans-sold +
               ws-plans-returned + ws-units-returned +
               ws-claims-read.
           move ws-contracts-active to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program ServicePlanProgram.
