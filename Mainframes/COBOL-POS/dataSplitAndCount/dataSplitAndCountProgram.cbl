               '../../../data/transfers.dat' organization is line
               sequential.

           *> The unit cost each item line was relieved from
           *> inventory at, one record per costed line, so
           *> SalesAnalysisProgram's margin report costs the day's
           *> lines exactly as the GL journal's COGS entries did -
           *> by the time it runs, receiving has moved the averages.
           select line-cost-file assign to
               '../../../data/line-cost.dat' organization is line
               sequential.

           select counts-and-controls-file assign to
               '../../../data/counts-and-controls.out'
               organization is line sequential.
               '../../../data/counts-ftd.dat' organization is
               line sequential.

           *> Department master - each department's own revenue
           *> and returns GL accounts, so the journal books sales
           *> and returns to the department that made them.
           *> OPTIONAL - absent, everything stays on the default
           *> sales and returns accounts.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           *> Daily exchange rates - the bank's rate on the day's
           *> U.S. cash, against the store rate the customer was
           *> given, is the foreign-exchange gain or loss the GL
           *> journal books. OPTIONAL - a chain taking no U.S. cash
           *> needs no file.
           select optional exchange-rate-file assign to
               '../../../data/exchange-rate.dat' organization is
               line sequential.

           *> Machine-readable general-ledger journal extract, built
           *> from the same store/tender totals as
           *> counts-and-controls.out, so accounting can load the
               '../../../data/bank-deposit-report.dat'
               organization is line sequential.

           *> The same expectation in fixed fields, one record per
           *> store, for DepositReconcileProgram to prove against
           *> what the bank actually credits.
           select deposit-expected-file assign to
               '../../../data/deposit-expected.dat'
               organization is line sequential.

           *> Card settlement extract for the payment processor -
           *> net CR and DB dollars by store. The processor's
           *> response file is read back in the next morning by
               access mode is dynamic
               record key is imx-sku-code.

           *> Stock-on-hand subledger - read by SKU and store for the
           *> weighted-average cost each sold or returned line moves
           *> between inventory and cost of goods sold on the GL.
           select stock-master-file assign to
               '../../../data/stock-master.dat'
               organization is indexed
               access mode is dynamic
               record key is stk-key.

           *> Keyed registry of every serialized unit sold, one
           *> record per serial number, written alongside the
           *> transaction archive - ReturnsProcessingProgram
           *> editsProgram has already proven the detail lines add
           *> up to the header total, and has stamped the header's
           *> store/tender/cashier/date onto each detail record.
           *> "P" is one tender of a split-tender ("SP") header,
           *> proven the same way against the header total. "C" is
           *> a coupon redeemed against the invoice - code in the
           *> SKU field, discount in the amount.
           05 ipt-record-type                           pic x.
               88 ipt-header-record                     value "H".
               88 ipt-detail-record                     value "D".
               88 ipt-tender-record                     value "P".
               88 ipt-discount-record                   value "C".
           05 ipt-quantity                              pic 9(3).
           05 ipt-unit-price                            pic 9(5)v99.
           05 ipt-gift-card-no                          pic x(16).
           *> else.
           05 ipt-to-store-no                           pic xx.
           *> The unit's serial number on big-ticket item lines -
           *> optional, detail records only. A U.S. cash ("US")
           *> header or tender line carries the U.S. dollars handed
           *> over there instead.
           05 ipt-serial-no                             pic x(12).
           05 ipt-usd-tendered redefines ipt-serial-no.
               10 ipt-usd-amount                        pic 9(7)v99.
               10 filler                                pic x(3).
           *> "E" marks a staff purchase, with the purchasing
           *> employee's ID alongside.
           05 ipt-employee-flag                         pic x.
           05 ipt-employee-id                           pic x(5).
           *> The tax exemption claimed on the invoice - "G" GST,
           *> "P" PST, "B" both - on the header only, its
           *> certificate already proven by editsProgram.
           05 ipt-tax-exempt-code                       pic x.

       fd batch-date-file
           data record is batch-date-record.
           05 prt-serial-no                             pic x(12).
           05 prt-employee-flag                         pic x.
           05 prt-employee-id                           pic x(5).
           05 prt-tax-exempt-code                       pic x.

       fd transfer-file
           data record is transfer-data-line.

       01 transfer-data-line                            pic x(120).

       fd line-cost-file
           data record is line-cost-record.

       01 line-cost-record.
           05 lc-store-no                               pic xx.
           05 lc-sku-code                               pic x(15).
           05 lc-invoice-no                             pic x(9).
           05 lc-split-code                             pic x.
           05 lc-quantity                               pic 9(3).
           05 lc-unit-cost                              pic 9(5)v9999.
           05 lc-line-cost                              pic 9(7)v99.

       fd giftcard-file
           data record is giftcard-data-line.

           05 ftd-ptd-returns-total-amount               pic
               9(7)v99.

       fd department-master-file
           data record is department-master-record.

       01 department-master-record.
           05 dm-department                             pic xx.
           05 dm-category                               pic xx.
           05 dm-description                            pic x(20).
           05 dm-buyer-name                             pic x(20).
           05 dm-revenue-gl-account                     pic x(6).
           05 dm-returns-gl-account                     pic x(6).

       fd exchange-rate-file
           data record is exchange-rate-record.

       01 exchange-rate-record.
           05 xr-rate-date                              pic 9(8).
           05 xr-currency-code                          pic xxx.
           05 xr-store-rate                             pic 9v9999.
           05 xr-bank-rate                              pic 9v9999.

       fd gl-journal-file
           data record is gl-data-line.


       01 prt-bank-deposit-line                         pic x(120).

       fd deposit-expected-file
           data record is deposit-expected-record.

       01 deposit-expected-record.
           05 dex-business-date                         pic 9(8).
           05 dex-batch-seq-no                          pic 9(3).
           05 dex-store-no                              pic xx.
           05 dex-expected-amount                       pic
               s9(7)v99 sign is leading separate.

       fd settlement-file
           data record is settlement-record.

               10 arch-key-date                         pic 9(8).
           05 arch-transaction-image                    pic x(120).
           05 arch-run-date                             pic 9(8).
           *> The batch of the business date that posted the line -
           *> with the run date, what BatchBackoutProgram selects
           *> a batch's postings by.
           05 arch-batch-seq-no                         pic 9(3).

       fd item-master-index-file
           data record is item-master-index-record.
           05 imx-category                              pic xx.
           05 imx-retail-price                          pic 9(5)v99.
           05 imx-tax-category                          pic x.
           05 imx-unit-cost                             pic 9(5)v99.
           05 imx-service-plan-flag                     pic x.
               88 imx-service-plan                      value "S".
           05 imx-plan-term-months                      pic 99.

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

       fd serial-registry-file
           data record is serial-registry-record.
               10 ckpt-gc-count                         pic 999.
               10 ckpt-mw-count                         pic 999.
               10 ckpt-oa-count                         pic 999.
               10 ckpt-us-count                         pic 999.
               10 ckpt-sales-total-amount               pic 9(6)v99.
               10 ckpt-layaways-total-amount            pic 9(6)v99.
               10 ckpt-returns-total-amount              pic 9(6)v99.
               10 ckpt-s-store-amount                   pic 9(6)v99.
               10 ckpt-r-store-amount                   pic 9(6)v99.
               10 ckpt-x-store-amount                   pic 9(6)v99.
               10 ckpt-c-store-amount                   pic 9(6)v99.
           05 ckpt-cashier-count                        pic 999.
           05 ckpt-cashier-entries occurs 100 times.
               10 ckpt-csh-cashier-id                   pic x(5).
               10 ckpt-csh-amount                       pic 9(6)v99.
               10 ckpt-csh-return-count                 pic 9999.
           05 ckpt-current-split                        pic x.
           05 ckpt-current-exempt-code                  pic x.
           05 ckpt-arch-line-no                         pic 9(3).
           05 ckpt-province-tax-count                   pic 99.
           05 ckpt-province-tax-entries occurs 13 times.
               10 ckpt-st-returns-tax-amount            pic 9(7)v99.
               10 ckpt-st-exchange-tax-amount           pic 9(7)v99.
               10 ckpt-st-giftcard-issued-amount        pic 9(7)v99.
               10 ckpt-st-sales-cost-amount             pic 9(7)v99.
               10 ckpt-st-returns-cost-amount           pic 9(7)v99.
               10 ckpt-st-usd-amount                    pic 9(7)v99.
           05 ckpt-exempt-count                         pic 99.
           05 ckpt-exempt-entries occurs 39 times.
               10 ckpt-ex-province                      pic xx.
               10 ckpt-ex-exempt-code                   pic x.
               10 ckpt-ex-sales-amount                  pic 9(7)v99.
               10 ckpt-ex-returns-amount                pic 9(7)v99.
               10 ckpt-ex-gst-exempted                  pic s9(7)v99.
               10 ckpt-ex-pst-exempted                  pic s9(7)v99.
           05 ckpt-dept-revenue-count                   pic 999.
           05 ckpt-dept-revenue-entries occurs 300 times.
               10 ckpt-dr-store-no                      pic xx.
               10 ckpt-dr-department                    pic xx.
               10 ckpt-dr-sales-amount                  pic 9(7)v99.
               10 ckpt-dr-returns-amount                pic 9(7)v99.

       working-storage section.
       
               value "GL AR:".
           05 prt-param-gl-ar                          pic x(6).

       01 ws-params-line4.
           05 filler                                   pic x(9)
               value "GL COGS:".
           05 prt-param-gl-cogs                        pic x(6).
           05 filler                                   pic x(2)
               value spaces.
           05 filler                                   pic x(14)
               value "GL inventory:".
           05 prt-param-gl-inventory                   pic x(6).
           05 filler                                   pic x(2)
               value spaces.
           05 filler                                   pic x(7)
               value "GL FX:".
           05 prt-param-gl-fx                          pic x(6).
           05 filler                                   pic x(2)
               value spaces.
           05 filler                                   pic x(12)
               value "GL coupons:".
           05 prt-param-gl-coupon                      pic x(6).

       01 ws-params-line3.
           05 filler                                   pic x(21)
               value "Checkpoint interval:".
       01 ws-current-split                              pic x
           value space.

       *> The open invoice's tax exemption claim, off its header -
       *> its item lines are taxed under it. Carried on the
       *> checkpoint alongside ws-current-split.
       01 ws-current-exempt-code                        pic x
           value space.

       *> Invoice numbers voided this batch, collected up front by
       *> 070-reconcile-edits-counts' pre-read so the void and its
       *> original net out no matter which order they sit in the
                   value 0.
               10 ws-x-store-amount                     pic 9(6)v99
                   value 0.
               *> Coupons redeemed on the store's sales.
               10 ws-c-store-amount                     pic 9(6)v99
                   value 0.

       01 ws-found-store-idx                           pic 99
           value 0.
               value 0.
           *> Sized for up to 50 stores (ws-store-master-count max)
           *> x 5 tender types (CA/CR/DB/GC/MW) = 250 possible
           *> store/tender combinations in a single run - OA and US
           *> are only ever taken at a handful of stores.
           05 ws-store-tender-entries occurs 250 times
               indexed by ws-store-tender-idx.
               10 ws-st-store-no                       pic xx.
                   value 0.
               10 ws-st-giftcard-issued-amount              pic
                   9(7)v99 value 0.
               *> Cost of the merchandise that left (sales, layaway
               *> openings, exchanges) and came back (returns),
               *> extended at each store's weighted-average cost.
               10 ws-st-sales-cost-amount                   pic
                   9(7)v99 value 0.
               10 ws-st-returns-cost-amount                 pic
                   9(7)v99 value 0.
               *> The U.S. dollars behind a "US" entry's Canadian
               *> amounts - what actually goes to the bank.
               10 ws-st-usd-amount                      pic
                   9(7)v99 value 0.

       01 ws-found-store-tender-idx                    pic 999
           value 0.

       01 sw-department-master-eof                      pic x
           value 'n'.

       *> Department master, loaded whole at start-up - a blank
       *> category is the department's own record.
       01 ws-department-master-table.
           05 ws-dept-master-count                      pic 999
               value 0.
           05 ws-dept-master-entries occurs 200 times
               indexed by ws-dept-master-idx.
               10 ws-dm-department                      pic xx.
               10 ws-dm-category                        pic xx.
               10 ws-dm-description                     pic x(20).
               10 ws-dm-buyer-name                      pic x(20).
               10 ws-dm-revenue-gl-account              pic x(6).
               10 ws-dm-returns-gl-account              pic x(6).

       *> The department's accounts as the master gives them,
       *> blank where it gives none.
       01 ws-dept-revenue-gl-account                    pic x(6).
       01 ws-dept-returns-gl-account                    pic x(6).

       *> Merchandise dollars by store and department, off the
       *> item lines themselves, so 400-write-gl-journal can move
       *> each department's share out of the default revenue and
       *> returns accounts into its own. A SKU the item master no
       *> longer carries has no department and stays where it was
       *> booked.
       01 ws-dept-revenue-table.
           05 ws-dept-revenue-count                     pic 999
               value 0.
           05 ws-dept-revenue-entries occurs 300 times
               indexed by ws-dept-revenue-idx.
               10 ws-dr-store-no                        pic xx.
               10 ws-dr-department                      pic xx.
               10 ws-dr-sales-amount                    pic 9(7)v99
                   value 0.
               10 ws-dr-returns-amount                  pic 9(7)v99
                   value 0.

       01 ws-found-dept-revenue-idx                     pic 999
           value 0.


       *> Tax rates by store, loaded the same way SandLProcessing
       *> and ReturnsProcessing load their own copy - the GL journal
       *> extract's tax line is this program's own totals, not an
       01 sw-item-found                                 pic x
           value 'n'.

       01 sw-stock-found                                pic x
           value 'n'.

       01 ws-line-unit-cost                             pic 9(5)v9999
           value 0.
       01 ws-line-cost                                  pic 9(7)v99
           value 0.

       01 ws-tax-rate                                   pic v9999.
       01 ws-tax-owing                                  pic 9(6)v99.
       01 ws-gst-rate                                   pic v9999.
       01 ws-found-province-idx                         pic 99
           value 0.

       *> Exempt sales by province and certificate type, so every
       *> untaxed dollar on the remittance traces to a class of
       *> certificate on file - 13 provinces by the three exemption
       *> types. The exempted tax is net of exempt returns.
       01 ws-exempt-sales-table.
           05 ws-exempt-count                           pic 99
               value 0.
           05 ws-exempt-entries occurs 39 times
               indexed by ws-exempt-idx.
               10 ws-ex-province                        pic xx.
               10 ws-ex-exempt-code                     pic x.
               10 ws-ex-sales-amount                    pic 9(7)v99
                   value 0.
               10 ws-ex-returns-amount                  pic 9(7)v99
                   value 0.
               10 ws-ex-gst-exempted                    pic s9(7)v99
                   value 0.
               10 ws-ex-pst-exempted                    pic s9(7)v99
                   value 0.

       01 ws-found-exempt-idx                           pic 99
           value 0.

       01 ws-gst-exempted                               pic 9(6)v99.
       01 ws-pst-exempted                               pic 9(6)v99.

       01 ws-posting-province                           pic xx.

       *> Carried-forward period remittance totals per province,
           value "200400".
       01 ws-gl-ar-account                              pic x(6)
           value "110100".
       01 ws-gl-cogs-account                            pic x(6)
           value "500100".
       01 ws-gl-inventory-account                       pic x(6)
           value "120100".
       *> Foreign-exchange gain or loss on U.S. cash.
       01 ws-gl-fx-account                             pic x(6)
           value "700100".
       *> Coupon discounts on sales, a contra to sales revenue.
       01 ws-gl-coupon-account                         pic x(6)
           value "400900".
       01 ws-gl-tender-account                          pic x(6).

       01 sw-exchange-rate-eof                         pic x
           value 'n'.

       *> The bank's rate for the business date - the latest
       *> U.S. dollar card on or before it. Zero when there is
       *> none, and no exchange line is booked.
       01 ws-usd-bank-rate                             pic 9v9999
           value 0.
       01 ws-usd-bank-rate-date                        pic 9(8)
           value 0.

       *> One store's U.S. cash - the Canadian dollars booked for
       *> it at the store rate, what the bank will credit for it,
       *> and the difference between the two.
       01 ws-usd-work.
           05 ws-usd-cad-booked                        pic s9(8)v99
               value 0.
           05 ws-usd-bank-value                        pic 9(8)v99
               value 0.
           05 ws-fx-amount                             pic s9(8)v99
               value 0.
           05 ws-fx-loss-amount                        pic 9(8)v99
               value 0.

       01 ws-counts-and-totals.
           05 ws-sales-records-count                   pic 999
               value 0.
               value 0.
           05 ws-oa-count                              pic 999
               value 0.
           05 ws-us-count                              pic 999
               value 0.
           05 ws-ca-pct                                pic 999v9.
           05 ws-cr-pct                                pic 999v9.
           05 ws-db-pct                                pic 999v9.
           05 ws-gc-pct                                pic 999v9.
           05 ws-mw-pct                                pic 999v9.
           05 ws-oa-pct                                pic 999v9.
           05 ws-us-pct                                pic 999v9.
           05 ws-sales-total-amount                    pic 9(6)v99.
           05 ws-layaways-total-amount                 pic 9(6)v99.
           05 ws-returns-total-amount                  pic 9(6)v99.
           05 ws-tx-net-pst                            pic
               -zzz,zz9.99.

       01 ws-exempt-sales-heading.
           05 filler                                   pic x(20)
               value spaces.
           05 filler                                   pic x(32)
               value "EXEMPT SALES BY CERTIFICATE TYPE".

       01 ws-exempt-sales-headings1.
           05 filler                                   pic x(4)
               value "PROV".
           05 filler                                   pic x(2)
               value spaces.
           05 filler                                   pic x(9)
               value "CERT TYPE".
           05 filler                                   pic x(3)
               value spaces.
           05 filler                                   pic x(12)
               value "EXEMPT SALES".
           05 filler                                   pic x(3)
               value spaces.
           05 filler                                   pic x(12)
               value "EXEMPT RETNS".
           05 filler                                   pic x(3)
               value spaces.
           05 filler                                   pic x(12)
               value "GST EXEMPTED".
           05 filler                                   pic x(3)
               value spaces.
           05 filler                                   pic x(12)
               value "PST EXEMPTED".

       01 ws-exempt-sales-line.
           05 filler                                   pic x(1)
               value spaces.
           05 ws-xs-province                           pic xx.
           05 filler                                   pic x(3)
               value spaces.
           05 ws-xs-exempt-desc                        pic x(9).
           05 filler                                   pic x(3)
               value spaces.
           05 ws-xs-sales-amount                       pic
               z,zzz,zz9.99.
           05 filler                                   pic x(3)
               value spaces.
           05 ws-xs-returns-amount                     pic
               z,zzz,zz9.99.
           05 filler                                   pic x(2)
               value spaces.
           05 ws-xs-gst-exempted                       pic
               -z,zzz,zz9.99.
           05 filler                                   pic x(2)
               value spaces.
           05 ws-xs-pst-exempted                       pic
               -z,zzz,zz9.99.

       01 ws-tax-remit-period-heading.
           05 filler                                   pic x(18)
               value spaces.
           05 ws-bd-expected-deposit                   pic
               -zzz,zz9.99.

       01 ws-bank-deposit-headings2.
           05 filler                                   pic x(5)
               value "STORE".
           05 filler                                   pic x(3)
               value spaces.
           05 filler                                   pic x(11)
               value "USD DEPOSIT".
           05 filler                                   pic x(4)
               value spaces.
           05 filler                                   pic x(9)
               value "BANK RATE".
           05 filler                                   pic x(5)
               value spaces.
           05 filler                                   pic x(9)
               value "CAD VALUE".

       01 ws-bank-deposit-usd-line.
           05 filler                                   pic x(2)
               value spaces.
           05 ws-bdu-store-no                          pic xx.
           05 filler                                   pic x(4)
               value spaces.
           05 ws-bdu-usd-deposit                       pic
               zzz,zz9.99.
           05 filler                                   pic x(7)
               value spaces.
           05 ws-bdu-bank-rate                         pic 9.9999.
           05 filler                                   pic x(4)
               value spaces.
           05 ws-bdu-cad-value                         pic
               zzz,zz9.99.

       01 sw-usd-heading-written                       pic x
           value 'n'.

       *> Cash in and out for the store line being built - sales
       *> plus the exchange replacement leg plus gift card money
       *> taken in cash, less cash refunded on returns.
           05 ws-prt-oa-pct                            pic zz9.9.
           05 filler                                   pic x(5)
               value spaces.
           05 filler                                   pic x(14)
               value "US percentage:".
           05 ws-prt-us-pct                            pic zz9.9.

       01 ws-returns-totals-line.
           05 filler                                   pic x(14)
           *> is accumulated for the GL journal extract.
           perform 055-load-tax-rates.

           *> Load the department master so the GL journal can book
           *> each department's sales and returns to its own
           *> accounts.
           perform 057-load-department-master.

           *> Pick up the bank's rate for the business date before
           *> any U.S. cash is valued at it.
           perform 058-load-usd-bank-rate.

           *> Load the cashier master so the cashier summary can
           *> print names against the IDs tallied below.
           perform 060-load-cashier-master.

           open output counts-and-controls-file,
               cashier-summary-file, gl-journal-file,
               bank-deposit-report-file, deposit-expected-file,
               settlement-file, tax-remittance-report-file,
               employee-purchase-report-file
           open i-o transaction-archive-file
           open i-o serial-registry-file
           open input item-master-index-file
           open input stock-master-file

           *> Load this job's last saved checkpoint position, and this
           *> run's accumulators along with it, if a prior run of this
           *> as always.
           if (ws-skip-count > 0) then
               open extend sales-file, layaway-file, returns-file,
                   exchange-file, giftcard-file, transfer-file,
                   line-cost-file
           else
               open output sales-file, layaway-file, returns-file,
                   exchange-file, giftcard-file, transfer-file,
                   line-cost-file
           end-if.

           *> Perform Validation
           *> close files
           close input-file, sales-file, layaway-file, returns-file,
               exchange-file, giftcard-file, transfer-file,
               line-cost-file, transaction-archive-file,
               serial-registry-file,
               item-master-index-file, stock-master-file,
               counts-and-controls-file,
               cashier-summary-file, gl-journal-file,
               bank-deposit-report-file, deposit-expected-file,
               settlement-file, tax-remittance-report-file,
               employee-purchase-report-file

           goback.
                   move 0 to ws-s-store-amount(ws-store-master-count)
                   move 0 to ws-r-store-amount(ws-store-master-count)
                   move 0 to ws-x-store-amount(ws-store-master-count)
                   move 0 to ws-c-store-amount(ws-store-master-count)
               end-if

               read store-master-file at end move "Y" to sw-store-eof

           close tax-rate-file.

       057-load-department-master.

           open input department-master-file.
           read department-master-file at end
               move "Y" to sw-department-master-eof.
           perform until sw-department-master-eof = "Y"
               if (ws-dept-master-count < 200) then
                   add 1 to ws-dept-master-count
                   move dm-department to
                       ws-dm-department(ws-dept-master-count)
                   move dm-category to
                       ws-dm-category(ws-dept-master-count)
                   move dm-description to
                       ws-dm-description(ws-dept-master-count)
                   move dm-buyer-name to
                       ws-dm-buyer-name(ws-dept-master-count)
                   move dm-revenue-gl-account to
                       ws-dm-revenue-gl-account
                       (ws-dept-master-count)
                   move dm-returns-gl-account to
                       ws-dm-returns-gl-account
                       (ws-dept-master-count)
               end-if
               read department-master-file at end
                   move "Y" to sw-department-master-eof
           end-perform.
           close department-master-file.

       058-load-usd-bank-rate.

           move 0 to ws-usd-bank-rate.
           move 0 to ws-usd-bank-rate-date.
           open input exchange-rate-file.
           read exchange-rate-file at end
               move "Y" to sw-exchange-rate-eof.
           perform until sw-exchange-rate-eof = "Y"
               *> The latest usable card on or before the business
               *> date, whatever order the cards were keyed in.
               if (xr-currency-code = "USD") and
                   (xr-rate-date is numeric) and
                   (xr-bank-rate is numeric) and
                   (xr-bank-rate > 0) and
                   (xr-rate-date <= ws-run-date) and
                   (xr-rate-date >= ws-usd-bank-rate-date) then
                   move xr-rate-date to ws-usd-bank-rate-date
                   move xr-bank-rate to ws-usd-bank-rate
               end-if
               read exchange-rate-file at end
                   move "Y" to sw-exchange-rate-eof
           end-perform.
           close exchange-rate-file.

       060-load-cashier-master.
           open input cashier-master-file.

           move ckpt-gc-count to ws-gc-count
           move ckpt-mw-count to ws-mw-count
           move ckpt-oa-count to ws-oa-count
           move ckpt-us-count to ws-us-count
           move ckpt-sales-total-amount to ws-sales-total-amount
           move ckpt-layaways-total-amount to
               ws-layaways-total-amount
                   ws-r-store-amount(ws-ckpt-iterator)
               move ckpt-x-store-amount(ws-ckpt-iterator) to
                   ws-x-store-amount(ws-ckpt-iterator)
               move ckpt-c-store-amount(ws-ckpt-iterator) to
                   ws-c-store-amount(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform

           move ckpt-gc-refunds-count to ws-gc-refunds-count
           move ckpt-gc-refunds-amount to ws-gc-refunds-amount
           move ckpt-current-split to ws-current-split
           move ckpt-current-exempt-code to ws-current-exempt-code
           move ckpt-transfers-count to ws-transfers-count
           move ckpt-transfers-amount to ws-transfers-amount
           move ckpt-transfer-item-lines to
                   ws-st-exchange-tax-amount(ws-ckpt-iterator)
               move ckpt-st-giftcard-issued-amount(ws-ckpt-iterator)
                   to ws-st-giftcard-issued-amount(ws-ckpt-iterator)
               move ckpt-st-sales-cost-amount(ws-ckpt-iterator) to
                   ws-st-sales-cost-amount(ws-ckpt-iterator)
               move ckpt-st-returns-cost-amount(ws-ckpt-iterator) to
                   ws-st-returns-cost-amount(ws-ckpt-iterator)
               move ckpt-st-usd-amount(ws-ckpt-iterator) to
                   ws-st-usd-amount(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform

           move ckpt-exempt-count to ws-exempt-count
           move 1 to ws-ckpt-iterator
           perform until ws-ckpt-iterator > ckpt-exempt-count
               move ckpt-ex-province(ws-ckpt-iterator) to
                   ws-ex-province(ws-ckpt-iterator)
               move ckpt-ex-exempt-code(ws-ckpt-iterator) to
                   ws-ex-exempt-code(ws-ckpt-iterator)
               move ckpt-ex-sales-amount(ws-ckpt-iterator) to
                   ws-ex-sales-amount(ws-ckpt-iterator)
               move ckpt-ex-returns-amount(ws-ckpt-iterator) to
                   ws-ex-returns-amount(ws-ckpt-iterator)
               move ckpt-ex-gst-exempted(ws-ckpt-iterator) to
                   ws-ex-gst-exempted(ws-ckpt-iterator)
               move ckpt-ex-pst-exempted(ws-ckpt-iterator) to
                   ws-ex-pst-exempted(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform

           move ckpt-dept-revenue-count to ws-dept-revenue-count
           move 1 to ws-ckpt-iterator
           perform until ws-ckpt-iterator > ckpt-dept-revenue-count
               move ckpt-dr-store-no(ws-ckpt-iterator) to
                   ws-dr-store-no(ws-ckpt-iterator)
               move ckpt-dr-department(ws-ckpt-iterator) to
                   ws-dr-department(ws-ckpt-iterator)
               move ckpt-dr-sales-amount(ws-ckpt-iterator) to
                   ws-dr-sales-amount(ws-ckpt-iterator)
               move ckpt-dr-returns-amount(ws-ckpt-iterator) to
                   ws-dr-returns-amount(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform.

           move ws-gc-count to ckpt-gc-count
           move ws-mw-count to ckpt-mw-count
           move ws-oa-count to ckpt-oa-count
           move ws-us-count to ckpt-us-count
           move ws-sales-total-amount to ckpt-sales-total-amount
           move ws-layaways-total-amount to
               ckpt-layaways-total-amount
                   ckpt-r-store-amount(ws-ckpt-iterator)
               move ws-x-store-amount(ws-ckpt-iterator) to
                   ckpt-x-store-amount(ws-ckpt-iterator)
               move ws-c-store-amount(ws-ckpt-iterator) to
                   ckpt-c-store-amount(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform

           move ws-gc-refunds-count to ckpt-gc-refunds-count
           move ws-gc-refunds-amount to ckpt-gc-refunds-amount
           move ws-current-split to ckpt-current-split
           move ws-current-exempt-code to ckpt-current-exempt-code
           move ws-transfers-count to ckpt-transfers-count
           move ws-transfers-amount to ckpt-transfers-amount
           move ws-transfer-item-lines to
                   ckpt-st-exchange-tax-amount(ws-ckpt-iterator)
               move ws-st-giftcard-issued-amount(ws-ckpt-iterator)
                   to ckpt-st-giftcard-issued-amount(ws-ckpt-iterator)
               move ws-st-sales-cost-amount(ws-ckpt-iterator) to
                   ckpt-st-sales-cost-amount(ws-ckpt-iterator)
               move ws-st-returns-cost-amount(ws-ckpt-iterator) to
                   ckpt-st-returns-cost-amount(ws-ckpt-iterator)
               move ws-st-usd-amount(ws-ckpt-iterator) to
                   ckpt-st-usd-amount(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform

           move ws-exempt-count to ckpt-exempt-count
           move 1 to ws-ckpt-iterator
           perform until ws-ckpt-iterator > ws-exempt-count
               move ws-ex-province(ws-ckpt-iterator) to
                   ckpt-ex-province(ws-ckpt-iterator)
               move ws-ex-exempt-code(ws-ckpt-iterator) to
                   ckpt-ex-exempt-code(ws-ckpt-iterator)
               move ws-ex-sales-amount(ws-ckpt-iterator) to
                   ckpt-ex-sales-amount(ws-ckpt-iterator)
               move ws-ex-returns-amount(ws-ckpt-iterator) to
                   ckpt-ex-returns-amount(ws-ckpt-iterator)
               move ws-ex-gst-exempted(ws-ckpt-iterator) to
                   ckpt-ex-gst-exempted(ws-ckpt-iterator)
               move ws-ex-pst-exempted(ws-ckpt-iterator) to
                   ckpt-ex-pst-exempted(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform

           move ws-dept-revenue-count to ckpt-dept-revenue-count
           move 1 to ws-ckpt-iterator
           perform until ws-ckpt-iterator > ws-dept-revenue-count
               move ws-dr-store-no(ws-ckpt-iterator) to
                   ckpt-dr-store-no(ws-ckpt-iterator)
               move ws-dr-department(ws-ckpt-iterator) to
                   ckpt-dr-department(ws-ckpt-iterator)
               move ws-dr-sales-amount(ws-ckpt-iterator) to
                   ckpt-dr-sales-amount(ws-ckpt-iterator)
               move ws-dr-returns-amount(ws-ckpt-iterator) to
                   ckpt-dr-returns-amount(ws-ckpt-iterator)
               add 1 to ws-ckpt-iterator
           end-perform

               move ipt-serial-no to prt-serial-no
               move ipt-employee-flag to prt-employee-flag
               move ipt-employee-id to prt-employee-id
               move ipt-tax-exempt-code to prt-tax-exempt-code

               if (ipt-detail-record) then
                   *> An item line - it follows its invoice's header
                   *> doubled by their own item lines.
                   perform 180-route-detail-record
               else
                   evaluate true
                   when ipt-tender-record
                       perform 182-route-tender-record
                   when ipt-discount-record
                       perform 184-route-discount-record
                   when other
                       perform 110-process-header-record
                   end-evaluate
               end-if

               *> Save a restart position periodically instead of
       
       110-process-header-record.

               *> The invoice's exemption claim taxes every item
               *> line behind this header.
               move ipt-tax-exempt-code to ws-current-exempt-code.

               *> A void and the invoice it references net to
               *> nothing - neither leg lands in a split file, on
               *> the cashier summary or in the GL journal. The
           *> debit the tender taken and credit the gift card
           *> liability. No tax moves on an issuance - tax is
           *> charged when the card is spent on merchandise.
           if (ipt-payment-type not = "SP") then
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-giftcard-issued-amount
                   (ws-found-store-tender-idx)
               perform 237-accumulate-usd-tendered
           end-if.

       182-route-tender-record.

           *> One tender of a split-tender invoice - it follows its
           *> header into whichever split file that header went to,
           *> and posts its own share of the invoice under its own
           *> tender, so the bank deposit, the settlement extract
           *> and the GL journal see the real split instead of one
           *> tender covering the whole invoice.
           if (ws-current-split not = "V") and
               (ws-current-split not = space) then
               add 1 to ws-arch-line-no
               perform 185-archive-record
           end-if.

           evaluate ws-current-split
           when "S"
           when "L"
               write sales-data-line from prt-line
               if (ws-current-split = "L") then
                   write layaway-data-line from prt-line
               end-if
               perform 132-count-sales-tender
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-sales-amount(ws-found-store-tender-idx)
               perform 237-accumulate-usd-tendered
           when "R"
               write returns-data-line from prt-line
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-returns-amount(ws-found-store-tender-idx)
           when "X"
               write exchange-data-line from prt-line
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-exchange-amount(ws-found-store-tender-idx)
               perform 237-accumulate-usd-tendered
           when "G"
               write giftcard-data-line from prt-line
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-giftcard-issued-amount
                   (ws-found-store-tender-idx)
               perform 237-accumulate-usd-tendered
           when other
               *> A tender under a voided (or voiding) invoice nets
               *> away with its header; one ahead of any header is
               *> rejected by editsProgram and never lands here.
               continue
           end-evaluate.

           *> A gift card tender on merchandise is a redemption
           *> against its card, or on a return a refund onto it -
           *> the same treatment a GC-tendered header gets, for
           *> just this tender's share.
           if (ipt-payment-type = "GC") and
               (ws-current-split = "S" or ws-current-split = "L"
               or ws-current-split = "X" or
               ws-current-split = "R") then
               if (ws-current-split = "R") then
                   add 1 to ws-gc-refunds-count
                   add ipt-transaction-amount to
                       ws-gc-refunds-amount
               else
                   add 1 to ws-gc-redemptions-count
                   add ipt-transaction-amount to
                       ws-gc-redemptions-amount
               end-if
               write giftcard-data-line from prt-line
           end-if.

       184-route-discount-record.

           *> A coupon line follows its invoice into the sales (or
           *> exchange) split for SalesAnalysisProgram's coupon
           *> report and the manufacturer clearing extract. The
           *> header already carries the invoice net of the
           *> discount, so no invoice total moves here - a sale's
           *> coupons are only kept by store, for the GL journal
           *> to move off sales revenue onto the coupon account.
           if (ws-current-split not = "V") and
               (ws-current-split not = space) then
               add 1 to ws-arch-line-no
               perform 185-archive-record
           end-if.

           evaluate ws-current-split
           when "S"
               write sales-data-line from prt-line
               perform 210-find-store-index
               if (ws-found-store-idx > 0) then
                   add ipt-transaction-amount to
                       ws-c-store-amount(ws-found-store-idx)
               end-if
           when "X"
               write exchange-data-line from prt-line
           when other
               *> Under a voided invoice it nets away with its
               *> header; editsProgram allows coupons nowhere else.
               continue
           end-evaluate.

       185-archive-record.

           end-if.
           move prt-line to arch-transaction-image.
           move ws-run-date to arch-run-date.
           move ws-batch-seq-no to arch-batch-seq-no.
           write transaction-archive-record
               invalid key
                   rewrite transaction-archive-record
           *> A serialized unit leaving on a sale, layaway or
           *> exchange joins the registry - a returned unit's
           *> serial is checked against it downstream rather than
           *> re-registered. A service plan carries the serial of
           *> the unit it covers, which that unit's own line has
           *> already registered - the plan must not overwrite it.
           if (ipt-serial-no not = spaces) and
               (ws-current-split = "S" or ws-current-split = "L"
               or ws-current-split = "X") then
               perform 215-read-item-master
               if (sw-item-found = "n") or
                   (not imx-service-plan) then
                   perform 187-register-serial
               end-if
           end-if.

           *> Tax the item line by its own category - the detail
               or ws-current-split = "X" or
               ws-current-split = "R") then
               perform 190-tax-detail-line
               *> A service plan is not merchandise - it has no
               *> cost to relieve from inventory.
               if (sw-item-found = "n") or
                   (not imx-service-plan) then
                   perform 192-cost-detail-line
               end-if
           end-if.

           *> Sales and returns merchandise by department for the
           *> GL revenue split. A layaway's merchandise is not
           *> revenue until it is picked up, and an exchange books
           *> only its net difference, so both stay on the default
           *> accounts. A service plan stays on the default
           *> accounts too - ServicePlanProgram moves its price
           *> from there into deferred revenue, and reverses the
           *> unearned part of a returned plan back off it.
           if (ws-current-split = "S" or ws-current-split = "R") then
               if (sw-item-found = "n") or
                   (not imx-service-plan) then
                   perform 194-accumulate-dept-revenue
               end-if
           end-if.

           *> A staff purchase's below-retail lines accumulate the
               perform 195-accumulate-emp-discount
           end-if.

       194-accumulate-dept-revenue.

           *> 190-tax-detail-line has already read the line's item
           *> and left its tax, after any exemption, in
           *> ws-tax-owing. The journal posts that tax out of
           *> revenue on its own, so the department takes the line
           *> net of it.
           if (sw-item-found = "y") then
               move 0 to ws-found-dept-revenue-idx
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-dept-revenue-count
                   if (ws-dr-store-no(ws-iterator) = ipt-store-no)
                       and (ws-dr-department(ws-iterator) =
                       imx-department) then
                       move ws-iterator to ws-found-dept-revenue-idx
                   end-if
               end-perform
               if (ws-found-dept-revenue-idx = 0) and
                   (ws-dept-revenue-count < 300) then
                   add 1 to ws-dept-revenue-count
                   move ipt-store-no to
                       ws-dr-store-no(ws-dept-revenue-count)
                   move imx-department to
                       ws-dr-department(ws-dept-revenue-count)
                   move ws-dept-revenue-count to
                       ws-found-dept-revenue-idx
               end-if
               if (ws-found-dept-revenue-idx > 0) then
                   if (ws-current-split = "R") then
                       add ipt-transaction-amount to
                           ws-dr-returns-amount
                           (ws-found-dept-revenue-idx)
                       subtract ws-tax-owing from
                           ws-dr-returns-amount
                           (ws-found-dept-revenue-idx)
                   else
                       add ipt-transaction-amount to
                           ws-dr-sales-amount
                           (ws-found-dept-revenue-idx)
                       subtract ws-tax-owing from
                           ws-dr-sales-amount
                           (ws-found-dept-revenue-idx)
                   end-if
               end-if
           end-if.

       195-accumulate-emp-discount.

           perform 215-read-item-master.
               end-if
           end-if.

           *> An exempt invoice owes nothing on the component its
           *> certificate covers - what the line would have owed is
           *> set aside as exempted instead of collected.
           move 0 to ws-gst-exempted.
           move 0 to ws-pst-exempted.
           if (ws-current-exempt-code = "G" or
               ws-current-exempt-code = "B") then
               move ws-gst-owing to ws-gst-exempted
               move 0 to ws-gst-owing
           end-if.
           if (ws-current-exempt-code = "P" or
               ws-current-exempt-code = "B") then
               move ws-pst-owing to ws-pst-exempted
               move 0 to ws-pst-owing
           end-if.

           compute ws-tax-owing = ws-gst-owing + ws-pst-owing.

           *> The GL tax line and the remittance accumulation both
           perform 210-find-store-index.
           perform 225-find-or-add-province-index.

           if (ws-gst-exempted > 0) or (ws-pst-exempted > 0) then
               perform 227-accumulate-exempt-sale
           end-if.

           evaluate ws-current-split
           when "S"
           when "L"
               end-if
           end-evaluate.

       192-cost-detail-line.

           *> Cost the line at its store's weighted-average cost for
           *> the SKU, falling back to the item master's standard
           *> cost - still in the buffer from 190-tax-detail-line -
           *> for a position no receipt has costed yet. 190 has
           *> already found this line's store/tender entry.
           move 0 to ws-line-unit-cost.
           move "n" to sw-stock-found.
           move ipt-sku-code to stk-sku-code.
           move ipt-store-no to stk-store-no.
           read stock-master-file
               invalid key move "n" to sw-stock-found
               not invalid key move "y" to sw-stock-found
           end-read.
           if (sw-stock-found = "y") and
               (stk-average-cost is numeric) then
               move stk-average-cost to ws-line-unit-cost
           end-if.
           if (ws-line-unit-cost = 0) and (sw-item-found = "y") and
               (imx-unit-cost is numeric) then
               move imx-unit-cost to ws-line-unit-cost
           end-if.

           compute ws-line-cost rounded =
               ipt-quantity * ws-line-unit-cost.

           move ipt-store-no to lc-store-no.
           move ipt-sku-code to lc-sku-code.
           move ipt-invoice-no to lc-invoice-no.
           move ws-current-split to lc-split-code.
           move ipt-quantity to lc-quantity.
           move ws-line-unit-cost to lc-unit-cost.
           move ws-line-cost to lc-line-cost.
           write line-cost-record.

           if (ws-found-store-tender-idx > 0) then
               if (ws-current-split = "R") then
                   add ws-line-cost to
                       ws-st-returns-cost-amount
                       (ws-found-store-tender-idx)
               else
                   add ws-line-cost to
                       ws-st-sales-cost-amount
                       (ws-found-store-tender-idx)
               end-if
           end-if.

       215-read-item-master.
           move "n" to sw-item-found.
           move ipt-sku-code to imx-sku-code.
                   ws-s-store-amount(ws-found-store-idx)
           end-if.

           *> A split-tender ("SP") header counts under none of
           *> these - its tender lines count themselves.
           perform 132-count-sales-tender.

           evaluate ipt-transaction-code
           when "S"
           *> the GL journal extract. Tax is no longer taken off
           *> the header's total - each item line taxes by its own
           *> tax category as it routes through below, so exempt
           *> merchandise stops inflating the remittance. A split
           *> tender's dollars post off its tender lines instead,
           *> each under its own tender.
           if (ipt-payment-type not = "SP") then
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-sales-amount(ws-found-store-tender-idx)
               perform 237-accumulate-usd-tendered
           end-if.

       132-count-sales-tender.

           evaluate ipt-payment-type
           when "CA"
               add 1 to ws-ca-count
           when "CR"
               add 1 to ws-cr-count
           when "DB"
               add 1 to ws-db-count
           when "GC"
               add 1 to ws-gc-count
           when "MW"
               add 1 to ws-mw-count
           when "OA"
               add 1 to ws-oa-count
           when "US"
               add 1 to ws-us-count
           end-evaluate.

       160-process-returns.
           *> Process the records
           *> the GL journal extract. The refunded tax comes off
           *> the returned item lines, by their own categories,
           *> as they route through below.
           if (ipt-payment-type not = "SP") then
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-returns-amount(ws-found-store-tender-idx)
           end-if.

       170-process-exchanges.
           *> Process the records
           *> the GL journal extract. An exchange's netted sale
           *> leg taxes off its item lines below, the same
           *> direction a sale's do.
           if (ipt-payment-type not = "SP") then
               perform 235-find-or-add-store-tender-index
               add ipt-transaction-amount to
                   ws-st-exchange-amount(ws-found-store-tender-idx)
               perform 237-accumulate-usd-tendered
           end-if.

       210-find-store-index.
           move 0 to ws-found-store-idx.
                   ws-found-province-idx
           end-if.

       227-accumulate-exempt-sale.

           *> Under the province 225 just posted the line's tax to,
           *> and the certificate type the invoice claimed.
           move 0 to ws-found-exempt-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-exempt-count
               if (ws-ex-province(ws-iterator) =
                   ws-posting-province) and
                   (ws-ex-exempt-code(ws-iterator) =
                   ws-current-exempt-code) then
                   move ws-iterator to ws-found-exempt-idx
               end-if
           end-perform.

           if (ws-found-exempt-idx = 0) and
               (ws-exempt-count < 39) then
               add 1 to ws-exempt-count
               move ws-posting-province to
                   ws-ex-province(ws-exempt-count)
               move ws-current-exempt-code to
                   ws-ex-exempt-code(ws-exempt-count)
               move ws-exempt-count to ws-found-exempt-idx
           end-if.

           if (ws-found-exempt-idx > 0) then
               if (ws-current-split = "R") then
                   add ipt-transaction-amount to
                       ws-ex-returns-amount(ws-found-exempt-idx)
                   subtract ws-gst-exempted from
                       ws-ex-gst-exempted(ws-found-exempt-idx)
                   subtract ws-pst-exempted from
                       ws-ex-pst-exempted(ws-found-exempt-idx)
               else
                   add ipt-transaction-amount to
                       ws-ex-sales-amount(ws-found-exempt-idx)
                   add ws-gst-exempted to
                       ws-ex-gst-exempted(ws-found-exempt-idx)
                   add ws-pst-exempted to
                       ws-ex-pst-exempted(ws-found-exempt-idx)
               end-if
           end-if.

       230-find-or-add-cashier-index.
           move 0 to ws-found-cashier-idx.
           move 1 to ws-iterator.
                   ws-found-store-tender-idx
           end-if.

       237-accumulate-usd-tendered.

           *> A U.S. cash tender's U.S. dollars, beside the
           *> Canadian dollars it was rung for - the deposit goes to
           *> the bank in U.S. funds.
           if (ipt-payment-type = "US") and
               (ipt-usd-amount is numeric) then
               add ipt-usd-amount to
                   ws-st-usd-amount(ws-found-store-tender-idx)
           end-if.

       267-find-dept-gl-accounts.

           *> Off the department's own record - the one with a
           *> blank category.
           move spaces to ws-dept-revenue-gl-account.
           move spaces to ws-dept-returns-gl-account.
           perform varying ws-dept-master-idx
               from 1
               by 1
               until ws-dept-master-idx > ws-dept-master-count
               if (ws-dm-department(ws-dept-master-idx) =
                   ws-dr-department(ws-iterator)) and
                   (ws-dm-category(ws-dept-master-idx) = spaces) then
                   move ws-dm-revenue-gl-account(ws-dept-master-idx)
                       to ws-dept-revenue-gl-account
                   move ws-dm-returns-gl-account(ws-dept-master-idx)
                       to ws-dept-returns-gl-account
               end-if
           end-perform.

       260-find-tender-gl-account.
           evaluate ws-st-tender-type(ws-iterator)
           when "CA"
                   ws-gl-tender-account
           when "MW"
               move "100500" to ws-gl-tender-account
           when "US"
               *> U.S. cash on hand, carried at its Canadian value.
               move "100110" to ws-gl-tender-account
           when "OA"
               *> A house-account sale is money owed, not money
               *> taken - the tender side debits accounts
               on size error
                   move 0 to ws-oa-pct
           end-compute.

           compute ws-us-pct rounded =
               (ws-total-sales-and-layaways-count / ws-us-count) * 10
               on size error
                   move 0 to ws-us-pct
           end-compute.
               
               
       300-print-totals.
            move ws-gc-pct to ws-prt-gc-pct.
            move ws-mw-pct to ws-prt-mw-pct.
            move ws-oa-pct to ws-prt-oa-pct.
            move ws-us-pct to ws-prt-us-pct.
               
            move ws-returns-records-count to ws-prt-returns-count.
            move ws-returns-total-amount to 
                   write gl-data-line from gl-detail-line
               end-if

               *> Merchandise that left the store moves its cost out
               *> of inventory and into cost of goods sold...
               if (ws-st-sales-cost-amount(ws-iterator) > 0) then
                   move ws-gl-cogs-account to gl-debit-account
                   move ws-st-sales-cost-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-inventory-account to
                       gl-credit-account
                   move ws-st-sales-cost-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-data-line from gl-detail-line
               end-if

               *> ...and merchandise returned to stock moves it back.
               if (ws-st-returns-cost-amount(ws-iterator) > 0) then
                   move ws-gl-inventory-account to gl-debit-account
                   move ws-st-returns-cost-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-cogs-account to gl-credit-account
                   move ws-st-returns-cost-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-data-line from gl-detail-line
               end-if

               *> U.S. cash was booked above at the rate the
               *> customer was given; the bank credits it at its
               *> own. The difference is an exchange gain or loss,
               *> and booking it leaves the U.S. cash account at
               *> what the deposit is really worth.
               if (ws-st-tender-type(ws-iterator) = "US") and
                   (ws-usd-bank-rate > 0) then
                   perform 405-value-usd-at-bank-rate
                   if (ws-fx-amount > 0) then
                       move ws-gl-tender-account to gl-debit-account
                       move ws-fx-amount to gl-debit-amount
                       move ws-gl-fx-account to gl-credit-account
                       move ws-fx-amount to gl-credit-amount
                       write gl-data-line from gl-detail-line
                   end-if
                   if (ws-fx-amount < 0) then
                       compute ws-fx-loss-amount = 0 - ws-fx-amount
                       move ws-gl-fx-account to gl-debit-account
                       move ws-fx-loss-amount to gl-debit-amount
                       move ws-gl-tender-account to gl-credit-account
                       move ws-fx-loss-amount to gl-credit-amount
                       write gl-data-line from gl-detail-line
                   end-if
               end-if

           end-perform.

           *> Each department's share of the day's merchandise moves
           *> off the default revenue and returns accounts onto the
           *> department's own - a department the master gives no
           *> accounts stays where it was booked.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-dept-revenue-count

               perform 267-find-dept-gl-accounts

               move ws-dr-store-no(ws-iterator) to gl-store-no
               move "DP" to gl-tender-type

               if (ws-dr-sales-amount(ws-iterator) > 0) and
                   (ws-dept-revenue-gl-account not = spaces) and
                   (ws-dept-revenue-gl-account not =
                   ws-gl-sales-revenue-account) then
                   move ws-gl-sales-revenue-account to
                       gl-debit-account
                   move ws-dr-sales-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-dept-revenue-gl-account to
                       gl-credit-account
                   move ws-dr-sales-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-data-line from gl-detail-line
               end-if

               if (ws-dr-returns-amount(ws-iterator) > 0) and
                   (ws-dept-returns-gl-account not = spaces) and
                   (ws-dept-returns-gl-account not =
                   ws-gl-returns-account) then
                   move ws-dept-returns-gl-account to
                       gl-debit-account
                   move ws-dr-returns-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-returns-account to gl-credit-account
                   move ws-dr-returns-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-data-line from gl-detail-line
               end-if

           end-perform.

           *> The departments took their item lines at full price,
           *> while sales revenue was credited with the invoices
           *> net of their coupons - each store's coupons move onto
           *> the coupon account, leaving sales revenue holding
           *> only what no department claimed.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-master-count
               if (ws-c-store-amount(ws-iterator) > 0) then
                   move ws-sm-store-no(ws-iterator) to gl-store-no
                   move "CP" to gl-tender-type
                   move ws-gl-coupon-account to gl-debit-account
                   move ws-c-store-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-sales-revenue-account to
                       gl-credit-account
                   move ws-c-store-amount(ws-iterator) to
                       gl-credit-amount
                   write gl-data-line from gl-detail-line
               end-if
           end-perform.

       085-load-tax-remit-period.
               perform 435-add-run-to-period
           end-perform.

           *> This run's exempt sales, one line per province and
           *> certificate type - the tax that was not collected,
           *> and why.
           write prt-tax-remit-line from
               ws-exempt-sales-heading after advancing 2 lines.
           write prt-tax-remit-line from ws-exempt-sales-headings1
               after advancing 1 line.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-exempt-count
               move ws-ex-province(ws-iterator) to ws-xs-province
               evaluate ws-ex-exempt-code(ws-iterator)
               when "G"
                   move "GST ONLY" to ws-xs-exempt-desc
               when "P"
                   move "PST ONLY" to ws-xs-exempt-desc
               when other
                   move "GST + PST" to ws-xs-exempt-desc
               end-evaluate
               move ws-ex-sales-amount(ws-iterator) to
                   ws-xs-sales-amount
               move ws-ex-returns-amount(ws-iterator) to
                   ws-xs-returns-amount
               move ws-ex-gst-exempted(ws-iterator) to
                   ws-xs-gst-exempted
               move ws-ex-pst-exempted(ws-iterator) to
                   ws-xs-pst-exempted
               write prt-tax-remit-line from ws-exempt-sales-line
           end-perform.

           *> The period section - what the monthly filings need.
           write prt-tax-remit-line from
               ws-tax-remit-period-heading after advancing 2 lines.
                       ws-bd-expected-deposit
                   write prt-bank-deposit-line from
                       ws-bank-deposit-line
                   move ws-run-date to dex-business-date
                   move ws-batch-seq-no to dex-batch-seq-no
                   move ws-st-store-no(ws-iterator) to dex-store-no
                   move ws-bd-deposit-amount to dex-expected-amount
                   write deposit-expected-record
               end-if
           end-perform.

           *> U.S. cash goes to the bank as a deposit of its own, in
           *> U.S. funds, valued at the bank's rate - one line per
           *> store that took any. It stays off deposit-expected.dat,
           *> which proves the Canadian-dollar deposit alone.
           move 'n' to sw-usd-heading-written.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-tender-count
               if (ws-st-tender-type(ws-iterator) = "US") then
                   if (sw-usd-heading-written = 'n') then
                       write prt-bank-deposit-line from
                           ws-bank-deposit-headings2
                           after advancing 2 lines
                       move 'y' to sw-usd-heading-written
                       if (ws-usd-bank-rate = 0) then
                           display "DSAC410W - NO USD BANK RATE "
                               "ON FILE FOR " ws-run-date
                               " - U.S. CASH NOT VALUED"
                       end-if
                   end-if
                   perform 405-value-usd-at-bank-rate
                   move ws-st-store-no(ws-iterator) to
                       ws-bdu-store-no
                   move ws-st-usd-amount(ws-iterator) to
                       ws-bdu-usd-deposit
                   move ws-usd-bank-rate to ws-bdu-bank-rate
                   move ws-usd-bank-value to ws-bdu-cad-value
                   write prt-bank-deposit-line from
                       ws-bank-deposit-usd-line
               end-if
           end-perform.

       405-value-usd-at-bank-rate.

           compute ws-usd-cad-booked =
               ws-st-sales-amount(ws-iterator) +
               ws-st-exchange-amount(ws-iterator) +
               ws-st-giftcard-issued-amount(ws-iterator) -
               ws-st-returns-amount(ws-iterator).
           compute ws-usd-bank-value rounded =
               ws-st-usd-amount(ws-iterator) * ws-usd-bank-rate.
           compute ws-fx-amount =
               ws-usd-bank-value - ws-usd-cad-booked.

       420-write-settlement-extract.

           *> Net CR and DB dollars per store for the processor -
                       move sp-param-value(1:6) to
                           ws-gl-ar-account
                   end-if
               when "GL-COGS-ACCOUNT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-cogs-account
                   end-if
               when "GL-INVENTORY-ACCT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-inventory-account
                   end-if
               when "GL-FX-ACCOUNT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-fx-account
                   end-if
               when "GL-COUPON-ACCOUNT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-coupon-account
                   end-if
               when "CHECKPOINT-INTERVAL"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
           move ws-gl-giftcard-liability-account to
               prt-param-gl-gc.
           move ws-gl-ar-account to prt-param-gl-ar.
           move ws-gl-cogs-account to prt-param-gl-cogs.
           move ws-gl-inventory-account to prt-param-gl-inventory.
           move ws-gl-fx-account to prt-param-gl-fx.
           move ws-gl-coupon-account to prt-param-gl-coupon.
           move ws-checkpoint-interval to
               prt-param-ckpt-interval.
           move ws-default-tax-rate to prt-param-tax-rate.
           write prt-counts-and-controls-line.
           move ws-params-line2 to prt-counts-and-controls-line.
           write prt-counts-and-controls-line.
           move ws-params-line4 to prt-counts-and-controls-line.
           write prt-counts-and-controls-line.
           move ws-params-line3 to prt-counts-and-controls-line.
           write prt-counts-and-controls-line after advancing
               1 line.
