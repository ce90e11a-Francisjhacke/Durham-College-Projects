       identification division.
       program-id. BalancingProofProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - the subledger movement proved is the one
           *> recorded under the date the data belongs to.
           select optional batch-date-file assign to
               '../../../data/batch-date.dat' organization is line
               sequential.

           *> Shared batch-run audit journal - appended to at the
           *> end. The proof posts nothing and its hand-off is
           *> rebuilt every run, so a rerun after a fix is always
           *> allowed and the journal is not read for a prior run.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> The control record editsProgram wrote for this batch -
           *> read here for its batch sequence number.
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

           *> The day's GL journal - dataSplitAndCountProgram's
           *> store/tender postings, plus any chargeback losses
           *> CardDisputeProgram and service plan deferrals
           *> ServicePlanProgram appended behind them.
           select optional gl-journal-file assign to
               '../../../data/gl-journal.out' organization is
               line sequential.

           *> Each subledger step's total before and after it
           *> posted - the latest record per step for this batch
           *> is the movement proved.
           select optional subledger-movement-file assign to
               '../../../data/subledger-movement.dat'
               organization is line sequential.

           *> The day's keyed house-account payments - they credit
           *> the A/R subledger but never pass through the
           *> register feed, so the GL journal never sees them.
           select optional ar-payments-file assign to
               '../../../data/ar-payments.dat'
               organization is line sequential.

           *> The split files the layaway and stock subledgers
           *> post from.
           select layaway-file assign to
               '../../../data/layaway.dat' organization is line
               sequential.

           select sales-file assign to '../../../data/sales.dat'
               organization is line sequential.

           select returns-file assign to
               '../../../data/returns.dat' organization is line
               sequential.

           select exchange-file assign to
               '../../../data/exchanges.dat' organization is line
               sequential.

           *> Cancelled layaways' merchandise, released back onto
           *> the stock master the same run it is proved.
           select optional layaway-release-file assign to
               '../../../data/layaway-release.dat'
               organization is line sequential.

           *> Keyed copy of the item master, rebuilt each run by
           *> editsProgram - a service plan's item lines sell a
           *> contract, not stock, and stay out of the unit count.
           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           *> The GL journal as released to accounting - a copy of
           *> the day's journal when every subledger proves, and
           *> empty when anything is out of balance, so nothing
           *> unproved is ever loaded into the ledger.
           select gl-handoff-file assign to
               '../../../data/gl-handoff.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/balancing-proof-report.dat'
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

       fd ar-payments-file
           data record is ar-payment-record.

       01 ar-payment-record.
           05 arp-customer-no                           pic x(6).
           05 arp-payment-amount                        pic 9(7)v99.
           05 arp-payment-date                          pic 9(8).
           05 arp-reference                             pic x(10).

       fd layaway-file
           data record is lw-record.

       01 lw-record.
           05 lw-transaction-code                       pic x.
           05 lw-transaction-amount                     pic 9(5)v99.
           05 lw-payment-type                           pic xx.
           05 lw-store-no                               pic xx.
           05 lw-invoice-no                             pic x(9).
           05 lw-sku-code                               pic x(15).
           05 lw-return-reason-code                     pic x.
           05 lw-cashier-id                             pic x(5).
           05 lw-transaction-date                       pic 9(8).
           05 lw-transaction-time                       pic 9(6).
           05 lw-record-type                            pic x.
               88 lw-header-record                      value "H".
               88 lw-detail-record                      value "D".
           05 lw-quantity                               pic 9(3).
           05 lw-unit-price                             pic 9(5)v99.
           05 lw-gift-card-no                           pic x(16).
           05 lw-customer-no                            pic x(6).
           05 lw-original-invoice-no                    pic x(9).

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

       fd exchange-file
           data record is xd-record.

       01 xd-record.
           05 xd-transaction-code                       pic x.
           05 xd-transaction-amount                     pic 9(5)v99.
           05 xd-payment-type                           pic xx.
           05 xd-store-no                               pic xx.
           05 xd-invoice-no                             pic x(9).
           05 xd-sku-code                               pic x(15).
           05 xd-return-reason-code                     pic x.
           05 xd-cashier-id                             pic x(5).
           05 xd-transaction-date                       pic 9(8).
           05 xd-transaction-time                       pic 9(6).
           05 xd-record-type                            pic x.
               88 xd-header-record                      value "H".
               88 xd-detail-record                      value "D".
           05 xd-quantity                               pic 9(3).
           05 xd-unit-price                             pic 9(5)v99.
           05 xd-gift-card-no                           pic x(16).
           05 xd-customer-no                            pic x(6).
           05 xd-original-invoice-no                    pic x(9).

       fd layaway-release-file
           data record is layaway-release-record.

       01 layaway-release-record.
           05 lrl-store-no                              pic xx.
           05 lrl-sku-code                              pic x(15).
           05 lrl-quantity                              pic 9(3).

       fd gl-handoff-file
           data record is gl-handoff-line.

       01 gl-handoff-line                               pic x(120).

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

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-gl-journal-eof                             pic x
           value 'n'.

       01 sw-movement-eof                               pic x
           value 'n'.

       01 sw-eof                                        pic x
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
           value "BALANCINGPROOFPROGRAM".

       01 ws-rj-return-code                             pic 99
           value 0.

       01 ws-timestamp-work.
           05 ws-ts-date                                pic 9(8).
           05 ws-ts-time-raw                            pic 9(8).

       01 ws-rj-start-stamp.
           05 ws-rj-start-date                          pic 9(8).
           05 ws-rj-start-time                          pic 9(6).

       *> GL account codes the subledgers are proved against -
       *> the same compiled defaults and the same parameter
       *> cards dataSplitAndCountProgram posts them under.
       01 ws-gl-giftcard-liability-account              pic x(6)
           value "200400".
       01 ws-gl-ar-account                              pic x(6)
           value "110100".
       01 ws-gl-plan-deferred-account                   pic x(6)
           value "200600".

       *> The journal extract's fixed-width comma-separated shape,
       *> mirrored from dataSplitAndCountProgram's gl-detail-line -
       *> the edited amount pictures de-edit on the MOVE into the
       *> accumulation below.
       01 ws-gl-line                                    pic x(120).

       01 ws-gl-line-parsed redefines ws-gl-line.
           05 ws-glp-store-no                           pic xx.
           05 filler                                    pic x.
           05 ws-glp-tender-type                        pic xx.
           05 filler                                    pic x.
           05 ws-glp-debit-account                      pic x(6).
           05 filler                                    pic x.
           05 ws-glp-debit-amount                       pic
               z(6)9.99.
           05 filler                                    pic x.
           05 ws-glp-credit-account                     pic x(6).
           05 filler                                    pic x.
           05 ws-glp-credit-amount                      pic
               z(6)9.99.
           05 filler                                    pic x(78).

       01 ws-gl-posting-amount                          pic 9(7)v99
           value 0.

       *> Every account the journal touched, in the order it was
       *> first seen, with the day's debits and credits.
       01 ws-gl-account-table.
           05 ws-gl-account-count                       pic 99
               value 0.
           05 ws-gl-account-entries occurs 50 times
               indexed by ws-gl-account-idx.
               10 ws-ga-account                         pic x(6).
               10 ws-ga-debit-total                     pic s9(9)v99.
               10 ws-ga-credit-total                    pic s9(9)v99.

       01 ws-find-account                               pic x(6).
       01 ws-found-account-idx                          pic 99
           value 0.

       01 ws-iterator                                   pic 99
           value 1.

       *> The two GL accounts a subledger is proved against,
       *> accumulated straight off the journal.
       01 ws-gl-gc-debit-total                          pic s9(9)v99
           value 0.
       01 ws-gl-gc-credit-total                         pic s9(9)v99
           value 0.
       01 ws-gl-ar-debit-total                          pic s9(9)v99
           value 0.
       01 ws-gl-ar-credit-total                         pic s9(9)v99
           value 0.
       01 ws-gl-plan-debit-total                        pic s9(9)v99
           value 0.
       01 ws-gl-plan-credit-total                       pic s9(9)v99
           value 0.

       01 sw-service-plan-line                          pic x
           value 'n'.
       01 ws-check-sku-code                             pic x(15).

       *> The feed-side figures for the pairs the GL journal does
       *> not carry.
       01 ws-ar-payments-total                          pic s9(9)v99
           value 0.
       01 ws-layaway-header-total                       pic s9(9)v99
           value 0.
       01 ws-units-sold                                 pic s9(9)
           value 0.
       01 ws-units-exchanged                            pic s9(9)
           value 0.
       01 ws-units-returned                             pic s9(9)
           value 0.
       01 ws-units-released                             pic s9(9)
           value 0.

       *> The subledger step each proof pair belongs to, the name
       *> it prints under, and what its other side is built from.
       01 ws-proof-names-values.
           05 filler  pic x(50) value
               "GIFTCARDPROCESSINGPROGRAM     GIFT CARD LIABILITY ".
           05 filler  pic x(50) value
               "HOUSEACCOUNTPROGRAM           HOUSE ACCOUNT A/R   ".
           05 filler  pic x(50) value
               "LAYAWAYPROCESSINGPROGRAM      LAYAWAY DOLLARS     ".
           05 filler  pic x(50) value
               "INVENTORYPROCESSINGPROGRAM    STOCK ON HAND UNITS ".
           05 filler  pic x(50) value
               "SERVICEPLANPROGRAM            SVC PLAN DEFERRED   ".

       01 ws-proof-names redefines ws-proof-names-values.
           05 ws-proof-name-entries occurs 5 times.
               10 ws-pn-program-id                      pic x(30).
               10 ws-pn-pair-name                       pic x(20).

       01 ws-proof-basis-values.
           05 filler  pic x(24) value
               "GL LIABILITY NET CREDIT ".
           05 filler  pic x(24) value
               "GL A/R DEBIT LESS PAYMTS".
           05 filler  pic x(24) value
               "LAYAWAY HEADERS POSTED  ".
           05 filler  pic x(24) value
               "SPLIT-FILE NET UNITS    ".
           05 filler  pic x(24) value
               "GL DEFERRED NET CREDIT  ".

       01 ws-proof-basis redefines ws-proof-basis-values.
           05 ws-pb-basis occurs 5 times                pic x(24).

       01 ws-proof-count                                pic 9
           value 5.

       *> Each pair's figures - the movement the subledger step
       *> recorded for this batch, and the other side it must
       *> equal.
       01 ws-proof-table.
           05 ws-proof-entries occurs 5 times.
               10 ws-pf-movement-found                  pic x.
               10 ws-pf-opening-total                   pic s9(11)v99.
               10 ws-pf-closing-total                   pic s9(11)v99.
               10 ws-pf-expected                        pic s9(11)v99.
               10 ws-pf-movement                        pic s9(11)v99.
               10 ws-pf-difference                      pic s9(11)v99.

       01 ws-proof-iterator                             pic 9
           value 1.

       01 ws-counts.
           05 ws-gl-lines-read                          pic 9(5)
               value 0.
           05 ws-movement-records-read                  pic 9(5)
               value 0.
           05 ws-pairs-proved                           pic 9
               value 0.
           05 ws-pairs-out-of-balance                   pic 9
               value 0.
           05 ws-handoff-lines-written                  pic 9(5)
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(22)
               value spaces.
           05 filler                                    pic x(38)
               value "CROSS-SUBLEDGER BALANCING PROOF -".
           05 filler                                    pic x(16)
               value " BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.
           05 filler                                    pic x(9)
               value "  BATCH: ".
           05 prt-hd-batch-seq-no                       pic 999.

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(23)
               value " GC liability account: ".
           05 prt-param-gc-account                      pic x(6).
           05 filler                                    pic x(15)
               value "  A/R account: ".
           05 prt-param-ar-account                      pic x(6).
           05 filler                                    pic x(25)
               value "  Plan deferred account: ".
           05 prt-param-plan-account                    pic x(6).

       01 gl-heading.
           05 filler                                    pic x(40)
               value "GL JOURNAL ACTIVITY BY ACCOUNT".

       01 gl-headings.
           05 filler                                    pic x(10)
               value "ACCOUNT".
           05 filler                                    pic x(16)
               value "          DEBITS".
           05 filler                                    pic x(1)
               value spaces.
           05 filler                                    pic x(16)
               value "         CREDITS".
           05 filler                                    pic x(1)
               value spaces.
           05 filler                                    pic x(16)
               value "       NET DEBIT".

       01 prt-gl-line.
           05 prt-gl-account                            pic x(6).
           05 filler                                    pic x(4)
               value spaces.
           05 prt-gl-debits                             pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-gl-credits                            pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-gl-net                                pic
               -zzz,zzz,zz9.99.

       01 movement-heading.
           05 filler                                    pic x(40)
               value "SUBLEDGER MOVEMENT RECORDED".

       01 movement-headings.
           05 filler                                    pic x(32)
               value "STEP".
           05 filler                                    pic x(16)
               value "         OPENING".
           05 filler                                    pic x(1)
               value spaces.
           05 filler                                    pic x(16)
               value "         CLOSING".
           05 filler                                    pic x(1)
               value spaces.
           05 filler                                    pic x(16)
               value "        MOVEMENT".

       01 prt-movement-line.
           05 prt-mv-program-id                         pic x(30).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-mv-opening                            pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-mv-closing                            pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-mv-movement                           pic
               -zzz,zzz,zz9.99.

       01 prt-no-movement-line.
           05 prt-nm-program-id                         pic x(30).
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(40)
               value "NO MOVEMENT RECORDED FOR THIS BATCH".

       01 proof-heading.
           05 filler                                    pic x(40)
               value "BALANCING PROOF".

       01 proof-headings.
           05 filler                                    pic x(21)
               value "SUBLEDGER".
           05 filler                                    pic x(25)
               value "PROVED AGAINST".
           05 filler                                    pic x(16)
               value "   GL/FEED SIDE".
           05 filler                                    pic x(16)
               value "       SUBLEDGER".
           05 filler                                    pic x(16)
               value "      DIFFERENCE".
           05 filler                                    pic x(1)
               value spaces.
           05 filler                                    pic x(6)
               value "STATUS".

       01 prt-proof-line.
           05 prt-pf-pair-name                          pic x(20).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-pf-basis                              pic x(24).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-pf-expected                           pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-pf-movement                           pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-pf-difference                         pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pf-status                             pic x(20).

       01 feed-totals-line1.
           05 filler                                    pic x(15)
               value "Payments Keyed:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ar-payments-total                     pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(16)
               value "Layaway Headers:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-layaway-header-total                  pic
               -zzz,zzz,zz9.99.

       01 feed-totals-line2.
           05 filler                                    pic x(11)
               value "Units Sold:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-units-sold                            pic z(8)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Exchanged:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-units-exchanged                       pic z(8)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Returned:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-units-returned                        pic z(8)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Released:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-units-released                        pic z(8)9.

       01 totals-line1.
           05 filler                                    pic x(14)
               value "GL Lines Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-gl-lines-read                         pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Pairs Proved:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pairs-proved                          pic 9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(15)
               value "Out Of Balance:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pairs-out-of-balance                  pic 9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "GL Hand-off:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-handoff-status                        pic x(8).
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Lines Written:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-handoff-lines-written                 pic z(4)9.

       procedure division.

           perform 040-resolve-business-date.
           perform 043-load-batch-seq.
           perform 045-capture-start-stamp.
           perform 035-load-system-params.

           open output report-file.
           move ws-run-date to prt-hd-run-date.
           move ws-batch-seq-no to prt-hd-batch-seq-no.
           write report-data-line from report-heading-line.

           move ws-gl-giftcard-liability-account to
               prt-param-gc-account.
           move ws-gl-ar-account to prt-param-ar-account.
           move ws-gl-plan-deferred-account to
               prt-param-plan-account.
           write report-data-line from ws-params-line1.

           *> The GL side - the day's journal, by account.
           perform 050-load-gl-journal.

           *> The subledger side - what each posting step recorded
           *> its subledger moved by.
           perform 070-load-subledger-movement.

           *> The feed-side figures for the pairs the journal does
           *> not carry.
           perform 080-load-ar-payments.
           perform 085-load-layaway-headers.
           perform 090-load-unit-movement.

           perform 100-print-gl-accounts.
           perform 150-print-subledger-movement.

           *> One proof line per pair.
           perform 200-prove-pairs.

           *> Release the journal to accounting, or hold it.
           perform 400-write-gl-handoff.

           perform 500-totals.

           *> A subledger that does not agree with what was booked
           *> for it means the ledger cannot be loaded - the
           *> outbound results and the GL hand-off wait until
           *> accounting has found out why.
           if (ws-pairs-out-of-balance > 0) then
               display "BALPROOF - " ws-pairs-out-of-balance
                   " SUBLEDGER PAIR(S) OUT OF BALANCE - GL "
                   "HAND-OFF HELD"
               move 16 to return-code
               move 16 to ws-rj-return-code
               perform 900-write-run-journal
               close report-file
               goback
           end-if.

           perform 900-write-run-journal.

           accept return-code.

           close report-file.

           goback.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               evaluate sp-param-name
               when "GL-GC-LIABILITY-ACCT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-giftcard-liability-account
                   end-if
               when "GL-AR-ACCOUNT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-ar-account
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

       050-load-gl-journal.

           move 'n' to sw-gl-journal-eof.
           open input gl-journal-file.
           read gl-journal-file into ws-gl-line
               at end move "Y" to sw-gl-journal-eof.
           perform until sw-gl-journal-eof = "Y"
               *> The column heading is not a posting.
               if (ws-gl-line(1:12) not = "STORE,TENDER") then
                   add 1 to ws-gl-lines-read
                   perform 055-post-gl-line
               end-if
               read gl-journal-file into ws-gl-line
                   at end move "Y" to sw-gl-journal-eof
           end-perform.
           close gl-journal-file.

       055-post-gl-line.

           move ws-glp-debit-amount to ws-gl-posting-amount.
           move ws-glp-debit-account to ws-find-account.
           perform 060-find-or-add-account.
           if (ws-found-account-idx > 0) then
               add ws-gl-posting-amount to
                   ws-ga-debit-total(ws-found-account-idx)
           end-if.
           if (ws-glp-debit-account =
               ws-gl-giftcard-liability-account) then
               add ws-gl-posting-amount to ws-gl-gc-debit-total
           end-if.
           if (ws-glp-debit-account = ws-gl-ar-account) then
               add ws-gl-posting-amount to ws-gl-ar-debit-total
           end-if.
           if (ws-glp-debit-account =
               ws-gl-plan-deferred-account) then
               add ws-gl-posting-amount to ws-gl-plan-debit-total
           end-if.

           move ws-glp-credit-amount to ws-gl-posting-amount.
           move ws-glp-credit-account to ws-find-account.
           perform 060-find-or-add-account.
           if (ws-found-account-idx > 0) then
               add ws-gl-posting-amount to
                   ws-ga-credit-total(ws-found-account-idx)
           end-if.
           if (ws-glp-credit-account =
               ws-gl-giftcard-liability-account) then
               add ws-gl-posting-amount to ws-gl-gc-credit-total
           end-if.
           if (ws-glp-credit-account = ws-gl-ar-account) then
               add ws-gl-posting-amount to ws-gl-ar-credit-total
           end-if.
           if (ws-glp-credit-account =
               ws-gl-plan-deferred-account) then
               add ws-gl-posting-amount to ws-gl-plan-credit-total
           end-if.

       060-find-or-add-account.

           move 0 to ws-found-account-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until (ws-iterator > ws-gl-account-count) or
               (ws-found-account-idx > 0)
               if (ws-ga-account(ws-iterator) = ws-find-account)
                   then
                   move ws-iterator to ws-found-account-idx
               end-if
           end-perform.

           *> The listing is only for reading - the proof itself
           *> accumulates its two accounts on its own, so an
           *> account past the table's end costs a line of the
           *> listing and nothing more.
           if (ws-found-account-idx = 0) and
               (ws-gl-account-count < 50) then
               add 1 to ws-gl-account-count
               move ws-gl-account-count to ws-found-account-idx
               move ws-find-account to
                   ws-ga-account(ws-found-account-idx)
               move 0 to ws-ga-debit-total(ws-found-account-idx)
               move 0 to ws-ga-credit-total(ws-found-account-idx)
           end-if.

       070-load-subledger-movement.

           move 1 to ws-proof-iterator.
           perform varying ws-proof-iterator
               from 1
               by 1
               until ws-proof-iterator > ws-proof-count
               move "n" to ws-pf-movement-found(ws-proof-iterator)
               move 0 to ws-pf-opening-total(ws-proof-iterator)
               move 0 to ws-pf-closing-total(ws-proof-iterator)
           end-perform.

           *> A step rerun for the same batch appends again - the
           *> last record written is the one that stands.
           open input subledger-movement-file.
           read subledger-movement-file at end
               move "Y" to sw-movement-eof.
           perform until sw-movement-eof = "Y"
               if (smv-business-date = ws-run-date) and
                   (smv-batch-seq-no = ws-batch-seq-no) then
                   add 1 to ws-movement-records-read
                   perform 075-match-movement-step
               end-if
               read subledger-movement-file at end
                   move "Y" to sw-movement-eof
           end-perform.
           close subledger-movement-file.

       075-match-movement-step.

           move 1 to ws-proof-iterator.
           perform varying ws-proof-iterator
               from 1
               by 1
               until ws-proof-iterator > ws-proof-count
               if (smv-program-id =
                   ws-pn-program-id(ws-proof-iterator)) then
                   move "y" to
                       ws-pf-movement-found(ws-proof-iterator)
                   move smv-opening-total to
                       ws-pf-opening-total(ws-proof-iterator)
                   move smv-closing-total to
                       ws-pf-closing-total(ws-proof-iterator)
               end-if
           end-perform.

       080-load-ar-payments.

           *> The same payments HouseAccountProgram posts - an
           *> amount that is not a positive number was never
           *> applied, so it is not counted here either.
           move 'n' to sw-eof.
           open input ar-payments-file.
           read ar-payments-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (arp-payment-amount is numeric) and
                   (arp-payment-amount > 0) then
                   add arp-payment-amount to ws-ar-payments-total
               end-if
               read ar-payments-file at end move "Y" to sw-eof
           end-perform.
           close ar-payments-file.

       085-load-layaway-headers.

           *> Every header posts its amount - a new layaway's as
           *> the amount rung, a later one's as a payment on it.
           move 'n' to sw-eof.
           open input layaway-file.
           read layaway-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (lw-header-record) then
                   add lw-transaction-amount to
                       ws-layaway-header-total
               end-if
               read layaway-file at end move "Y" to sw-eof
           end-perform.
           close layaway-file.

       090-load-unit-movement.

           *> Item lines on the sales and exchange files leave the
           *> floor, returned item lines and released layaway
           *> merchandise come back onto it. A transfer's two legs
           *> cancel, so transfers move the chain's total not at
           *> all. A service plan's lines never touch the stock
           *> master, so they are left out the same way.
           open input item-master-index-file.

           move 'n' to sw-eof.
           open input sales-file.
           read sales-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (sd-detail-record) then
                   move sd-sku-code to ws-check-sku-code
                   perform 095-check-service-plan
                   if (sw-service-plan-line = "n") then
                       add sd-quantity to ws-units-sold
                   end-if
               end-if
               read sales-file at end move "Y" to sw-eof
           end-perform.
           close sales-file.

           move 'n' to sw-eof.
           open input exchange-file.
           read exchange-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (xd-detail-record) then
                   add xd-quantity to ws-units-exchanged
               end-if
               read exchange-file at end move "Y" to sw-eof
           end-perform.
           close exchange-file.

           move 'n' to sw-eof.
           open input returns-file.
           read returns-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (rd-detail-record) then
                   move rd-sku-code to ws-check-sku-code
                   perform 095-check-service-plan
                   if (sw-service-plan-line = "n") then
                       add rd-quantity to ws-units-returned
                   end-if
               end-if
               read returns-file at end move "Y" to sw-eof
           end-perform.
           close returns-file.

           close item-master-index-file.

           move 'n' to sw-eof.
           open input layaway-release-file.
           read layaway-release-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (lrl-quantity is numeric) and
                   (lrl-quantity > 0) then
                   add lrl-quantity to ws-units-released
               end-if
               read layaway-release-file at end
                   move "Y" to sw-eof
           end-perform.
           close layaway-release-file.

       095-check-service-plan.

           move "n" to sw-service-plan-line.
           move ws-check-sku-code to imx-sku-code.
           read item-master-index-file
               invalid key continue
               not invalid key
                   if (imx-service-plan) then
                       move "y" to sw-service-plan-line
                   end-if
           end-read.

       100-print-gl-accounts.

           write report-data-line from gl-heading
               after advancing 2 lines.
           write report-data-line from gl-headings
               after advancing 1 line.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-gl-account-count
               move ws-ga-account(ws-iterator) to prt-gl-account
               move ws-ga-debit-total(ws-iterator) to
                   prt-gl-debits
               move ws-ga-credit-total(ws-iterator) to
                   prt-gl-credits
               compute prt-gl-net =
                   ws-ga-debit-total(ws-iterator) -
                   ws-ga-credit-total(ws-iterator)
               write report-data-line from prt-gl-line
                   after advancing 1 line
           end-perform.

       150-print-subledger-movement.

           write report-data-line from movement-heading
               after advancing 2 lines.
           write report-data-line from movement-headings
               after advancing 1 line.

           move 1 to ws-proof-iterator.
           perform varying ws-proof-iterator
               from 1
               by 1
               until ws-proof-iterator > ws-proof-count
               if (ws-pf-movement-found(ws-proof-iterator) = "y")
                   then
                   move ws-pn-program-id(ws-proof-iterator) to
                       prt-mv-program-id
                   move ws-pf-opening-total(ws-proof-iterator) to
                       prt-mv-opening
                   move ws-pf-closing-total(ws-proof-iterator) to
                       prt-mv-closing
                   compute prt-mv-movement =
                       ws-pf-closing-total(ws-proof-iterator) -
                       ws-pf-opening-total(ws-proof-iterator)
                   write report-data-line from prt-movement-line
                       after advancing 1 line
               else
                   move ws-pn-program-id(ws-proof-iterator) to
                       prt-nm-program-id
                   write report-data-line from
                       prt-no-movement-line after advancing 1 line
               end-if
           end-perform.

       200-prove-pairs.

           *> Gift card liability - issues credit the liability
           *> and redemptions debit it, so its net credit is what
           *> the cards' outstanding balance should have grown by.
           compute ws-pf-expected(1) =
               ws-gl-gc-credit-total - ws-gl-gc-debit-total.

           *> House account A/R - charges debit it and refunds
           *> credit it; the keyed payments come off the same
           *> balances without passing through the journal.
           compute ws-pf-expected(2) =
               ws-gl-ar-debit-total - ws-gl-ar-credit-total -
               ws-ar-payments-total.

           *> Layaway - rung-plus-paid moves by exactly what the
           *> headers posted; a cancellation moves neither.
           move ws-layaway-header-total to ws-pf-expected(3).

           *> Stock on hand, in units.
           compute ws-pf-expected(4) =
               ws-units-returned + ws-units-released -
               ws-units-sold - ws-units-exchanged.

           *> Service plan deferred revenue - plans sold credit it
           *> and contracts ended early debit it, so its net
           *> credit is what the contracts' unearned balance
           *> should have grown by.
           compute ws-pf-expected(5) =
               ws-gl-plan-credit-total - ws-gl-plan-debit-total.

           write report-data-line from proof-heading
               after advancing 2 lines.
           write report-data-line from proof-headings
               after advancing 1 line.

           move 1 to ws-proof-iterator.
           perform varying ws-proof-iterator
               from 1
               by 1
               until ws-proof-iterator > ws-proof-count
               perform 210-prove-one-pair
           end-perform.

       210-prove-one-pair.

           if (ws-pf-movement-found(ws-proof-iterator) = "y") then
               compute ws-pf-movement(ws-proof-iterator) =
                   ws-pf-closing-total(ws-proof-iterator) -
                   ws-pf-opening-total(ws-proof-iterator)
           else
               move 0 to ws-pf-movement(ws-proof-iterator)
           end-if.
           compute ws-pf-difference(ws-proof-iterator) =
               ws-pf-movement(ws-proof-iterator) -
               ws-pf-expected(ws-proof-iterator).

           *> A step that recorded no movement for this batch did
           *> not run, or did not finish - nothing it should have
           *> posted can be said to have been.
           if (ws-pf-movement-found(ws-proof-iterator) not = "y")
               then
               add 1 to ws-pairs-out-of-balance
               move "NO MOVEMENT RECORDED" to prt-pf-status
           else
               if (ws-pf-difference(ws-proof-iterator) = 0) then
                   add 1 to ws-pairs-proved
                   move "PROVED" to prt-pf-status
               else
                   add 1 to ws-pairs-out-of-balance
                   move "OUT OF BALANCE" to prt-pf-status
               end-if
           end-if.

           move ws-pn-pair-name(ws-proof-iterator) to
               prt-pf-pair-name.
           move ws-pb-basis(ws-proof-iterator) to prt-pf-basis.
           move ws-pf-expected(ws-proof-iterator) to
               prt-pf-expected.
           move ws-pf-movement(ws-proof-iterator) to
               prt-pf-movement.
           move ws-pf-difference(ws-proof-iterator) to
               prt-pf-difference.
           write report-data-line from prt-proof-line
               after advancing 1 line.

       400-write-gl-handoff.

           *> Rebuilt every run - an empty file on a day that does
           *> not prove, so yesterday's released journal is never
           *> mistaken for today's.
           open output gl-handoff-file.

           if (ws-pairs-out-of-balance = 0) then
               move 'n' to sw-gl-journal-eof
               open input gl-journal-file
               read gl-journal-file into ws-gl-line
                   at end move "Y" to sw-gl-journal-eof
               end-read
               perform until sw-gl-journal-eof = "Y"
                   write gl-handoff-line from ws-gl-line
                   add 1 to ws-handoff-lines-written
                   read gl-journal-file into ws-gl-line
                       at end move "Y" to sw-gl-journal-eof
                   end-read
               end-perform
               close gl-journal-file
           end-if.

           close gl-handoff-file.

       500-totals.

           move ws-ar-payments-total to prt-ar-payments-total.
           move ws-layaway-header-total to
               prt-layaway-header-total.
           write report-data-line from feed-totals-line1
               after advancing 2 lines.

           move ws-units-sold to prt-units-sold.
           move ws-units-exchanged to prt-units-exchanged.
           move ws-units-returned to prt-units-returned.
           move ws-units-released to prt-units-released.
           write report-data-line from feed-totals-line2
               after advancing 1 line.

           move ws-gl-lines-read to prt-gl-lines-read.
           move ws-pairs-proved to prt-pairs-proved.
           move ws-pairs-out-of-balance to prt-pairs-out-of-balance.
           if (ws-pairs-out-of-balance = 0) then
               move "RELEASED" to prt-handoff-status
           else
               move "HELD" to prt-handoff-status
           end-if.
           move ws-handoff-lines-written to
               prt-handoff-lines-written.
           write report-data-line from totals-line1
               after advancing 2 lines.

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
           *> as batch zero.
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

       045-capture-start-stamp.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.
           move ws-ts-date to ws-rj-start-date.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           move ws-rj-this-program to rj-program-id.
           move ws-run-date to rj-business-date.
           move ws-rj-start-date to rj-start-date.
           move ws-rj-start-time to rj-start-time.
           move ws-ts-date to rj-end-date.
           move ws-ts-time-raw(1:6) to rj-end-time.
           compute rj-records-read =
               ws-gl-lines-read + ws-movement-records-read.
           move ws-handoff-lines-written to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program BalancingProofProgram.

