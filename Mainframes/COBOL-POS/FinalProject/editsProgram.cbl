               '../../../data/promo-calendar.dat' organization is
               line sequential.

           *> Coupon master - store coupons, manufacturer coupons and
           *> mall certificates, each with its discount, minimum
           *> purchase and the dates it can be redeemed. A coupon
           *> rides on the invoice as its own discount line instead
           *> of being keyed as a price override. OPTIONAL, so a
           *> store taking no coupons needs no file at all.
           select optional coupon-master-file assign to
               '../../../data/coupon-master.dat' organization is
               line sequential.

           *> Store-level retail prices kept by PriceChangeProgram -
           *> a SKU a store sells at other than the item master's
           *> retail. A line rung at its own store's price is not an
           *> override. OPTIONAL, since most SKUs sell at the chain
           *> price everywhere.
           select optional store-price-file assign to
               '../../../data/store-price.dat' organization is line
               sequential.

           *> Daily exchange rates for the U.S. cash tender, one
           *> card per business date - the rate the stores give the
           *> customer and the rate the bank pays on the deposit.
           *> The rate in effect on a date is the latest card on or
           *> before it, so a weekend or holiday needs no card of
           *> its own. OPTIONAL, so a store taking no U.S. cash
           *> needs no file at all.
           select optional exchange-rate-file assign to
               '../../../data/exchange-rate.dat' organization is
               line sequential.

           *> Cashier master, loaded at start-up the same way the
           *> store master is, so a cashier ID is checked against a
           *> real employee instead of just being non-blank.
           *> invoice total - and each following "D" carries one of
           *> that invoice's item lines, so a basket is one invoice
           *> number instead of one invoice number per item.
           *> A "P" follows a split-tender ("SP") header, one per
           *> tender, carrying that tender's type and its share of
           *> the invoice total. A "C" is a coupon redeemed against
           *> the invoice - its code rides in the SKU field and its
           *> discount in the amount, taken off the item lines'
           *> total.
           05 ipt-record-type                           pic x.
               88 ipt-header-record                     value "H".
               88 ipt-detail-record                     value "D".
               88 ipt-tender-record                     value "P".
               88 ipt-discount-record                   value "C".
           05 ipt-quantity                              pic 9(3).
           05 ipt-unit-price                            pic 9(5)v99.
           *> Which card was sold or redeemed - required on a "G"
           *> serialized unit can be proven against the one the
           *> original invoice actually shipped.
           05 ipt-serial-no                             pic x(12).
           *> On a card-tender ("CR", "DB", "MW") header or "P"
           *> line the same columns carry the processor's
           *> authorization/approval reference instead, so a
           *> chargeback can be traced back to the one invoice the
           *> card paid for.
           05 ipt-auth-ref redefines ipt-serial-no      pic x(12).
           *> On a U.S. cash ("US") header or "P" line they carry
           *> the U.S. dollars the customer handed over instead,
           *> keyed left-justified with the cents; the amount
           *> field stays the Canadian dollars they were taken for.
           05 ipt-usd-tendered redefines ipt-serial-no.
               10 ipt-usd-amount                        pic 9(7)v99.
               10 filler                                pic x(3).
           *> "E" marks a staff purchase, with the purchasing
           *> employee's own ID alongside, so the staff discount
           *> is a validated policy instead of an unexplained
           05 ipt-employee-flag                         pic x.
               88 ipt-employee-purchase                 value "E".
           05 ipt-employee-id                           pic x(5).
           *> The tax exemption the customer claims on the invoice
           *> - "G" GST only, "P" PST only, "B" both - proven on
           *> the header against the certificate on their customer
           *> master record. Blank when nothing is claimed.
           05 ipt-tax-exempt-code                       pic x.
               88 ipt-tax-exempt-claim                  value
                   "G" "P" "B".

       fd batch-date-file
           data record is batch-date-record.
           05 prt-original-invoice-no                   pic x(9).
           05 prt-to-store-no                           pic xx.
           05 prt-serial-no                             pic x(12).
           05 prt-auth-ref redefines prt-serial-no      pic x(12).
           05 prt-usd-tendered redefines prt-serial-no.
               10 prt-usd-amount                        pic 9(7)v99.
               10 filler                                pic x(3).
           05 prt-employee-flag                         pic x.
           05 prt-employee-id                           pic x(5).
           05 prt-tax-exempt-code                       pic x.

       fd invalid-data-file
           data record is prt-invalid-line.
           05 prt-i-serial-no                           pic x(12).
           05 prt-i-employee-flag                       pic x.
           05 prt-i-employee-id                         pic x(5).
           05 prt-i-tax-exempt-code                     pic x.

       fd error-log-file
           data record is prt-error-line.
           *> components (basic groceries), anything else taxes at
           *> the store's full rates.
           05 im-tax-category                           pic x.
           *> Standard unit cost - what a SKU is costed at until a
           *> receipt gives its stock position a landed cost of
           *> its own.
           05 im-unit-cost                              pic 9(5)v99.
           *> "S" marks a service-plan SKU - a protection plan sold
           *> against a serialized unit, earned over the term (in
           *> months) that follows it.
           05 im-service-plan-flag                      pic x.
           05 im-plan-term-months                       pic 99.

       fd store-master-file
           data record is store-master-record.
           05 imx-category                              pic xx.
           05 imx-retail-price                          pic 9(5)v99.
           05 imx-tax-category                          pic x.
           05 imx-unit-cost                             pic 9(5)v99.
           05 imx-service-plan-flag                     pic x.
               88 imx-service-plan                      value "S".
           05 imx-plan-term-months                      pic 99.

       fd invoice-history-file
           data record is invoice-history-record.
           05 pc-start-date                             pic 9(8).
           05 pc-end-date                               pic 9(8).

       fd coupon-master-file
           data record is coupon-master-record.

       01 coupon-master-record.
           05 cpn-coupon-code                           pic x(10).
           05 cpn-description                           pic x(20).
           *> "A" takes a fixed amount off, "P" a percentage of the
           *> invoice's merchandise.
           05 cpn-coupon-type                           pic x.
               88 cpn-amount-off                        value "A".
               88 cpn-percent-off                       value "P".
           05 cpn-discount-amount                       pic 9(5)v99.
           05 cpn-discount-pct                          pic 9(2)v99.
           05 cpn-minimum-purchase                      pic 9(5)v99.
           05 cpn-start-date                            pic 9(8).
           05 cpn-end-date                              pic 9(8).
           *> "S" the store funds the discount itself, "M" a
           *> manufacturer (or the mall, on a certificate) is
           *> billed back for it.
           05 cpn-issuer                                pic x.
               88 cpn-store-issued                      value "S".
               88 cpn-manufacturer-issued               value "M".
           05 cpn-manufacturer-no                       pic x(6).

       fd store-price-file
           data record is store-price-record.

       01 store-price-record.
           05 spr-sku-code                              pic x(15).
           05 spr-store-no                              pic xx.
           05 spr-retail-price                          pic 9(5)v99.
           05 spr-effective-date                        pic 9(8).

       fd exchange-rate-file
           data record is exchange-rate-record.

       *> Canadian dollars per U.S. dollar - what the till gives
       *> the customer, and what the bank gives on the deposit.
       01 exchange-rate-record.
           05 xr-rate-date                              pic 9(8).
           05 xr-currency-code                          pic xxx.
           05 xr-store-rate                             pic 9v9999.
           05 xr-bank-rate                              pic 9v9999.

       fd cashier-master-file
           data record is cashier-master-record.

           *> account - zero (or an old-shape record's spaces)
           *> means no charging privileges at all.
           05 cu-credit-limit                           pic 9(5)v99.
           *> The customer's tax-exemption certificate - status
           *> card, reseller's PST number or institutional letter.
           *> Type "G" exempts GST, "P" PST, "B" both; a PST
           *> exemption holds in the certificate's own province
           *> only. Blank on a customer with no certificate.
           05 cu-exempt-cert-no                         pic x(15).
           05 cu-exempt-type                            pic x.
           05 cu-exempt-province                        pic xx.
           05 cu-exempt-expiry-date                     pic 9(8).

       fd system-params-file
           data record is system-params-record.
       01 ws-batch-seq-no                              pic 9(3)
           value 0.

       *> The date's batch numbers as the journal shows them -
       *> "C" ran clean, "B" backed out by BatchBackoutProgram
       *> and not yet run again.
       01 ws-seq-state-table.
           05 ws-seq-state occurs 999 times             pic x.

       01 ws-seq-iterator                              pic 9(4)
           value 0.

       01 ws-rj-this-program                           pic x(30)
           value "EDITSPROGRAM".

               value 0.
           05 ws-grp-detail-sum                        pic 9(7)v99
               value 0.
           *> The tender lines under a split-tender header, proven
           *> against the header total the same way the item lines
           *> are, and the house-account share of them for the
           *> credit-limit edit.
           05 ws-grp-tender-count                      pic 99
               value 0.
           *> The coupon lines' discounts, taken off the item lines'
           *> total before it is proven against the header's.
           05 ws-grp-discount-sum                      pic 9(7)v99
               value 0.
           *> Set by the invoice's first coupon line - the coupon
           *> was proven against the item lines rung ahead of it,
           *> so no item line may follow it.
           05 ws-grp-coupon-seen                       pic x
               value 'n'.
           05 ws-grp-tender-sum                        pic 9(7)v99
               value 0.
           05 ws-grp-oa-tender-sum                     pic 9(7)v99
               value 0.
           05 ws-grp-customer-no                       pic x(6).
           05 ws-grp-customer-idx                      pic 999
               value 0.
           05 ws-grp-record-count                      pic 99
               value 0.
           *> The serials on the invoice's ordinary item lines so
           *> far - a service plan rung further down has to cover
           *> one of them.
           05 ws-grp-unit-serial-count                 pic 99
               value 0.
           05 ws-grp-unit-serials occurs 50 times.
               10 ws-grp-unit-serial-no                pic x(12).
           05 ws-grp-records occurs 51 times
               indexed by ws-grp-idx.
               10 ws-grp-valid-image                   pic x(120).
       01 sw-item-found                                pic x
           value 'n'.

       *> Set by 218-check-service-plan-line - "y" when the plan's
       *> serial is on an item line rung above it.
       01 sw-plan-unit-found                           pic x
           value 'n'.

       01 sw-store-master-eof                          pic x
           value 'n'.

               10 ws-cu-customer-no                     pic x(6).
               10 ws-cu-customer-name                   pic x(20).
               10 ws-cu-credit-limit                    pic 9(5)v99.
               10 ws-cu-exempt-cert-no                  pic x(15).
               10 ws-cu-exempt-type                     pic x.
               10 ws-cu-exempt-province                 pic xx.
               10 ws-cu-exempt-expiry-date              pic 9(8).

       01 ws-found-customer-idx                        pic 999
           value 0.
       01 ws-promo-line-count                          pic 9(4)
           value 0.

       01 sw-coupon-eof                                pic x
           value 'n'.

       *> Coupon master, loaded from coupon-master-file at start-up
       *> the same way the promotion calendar is.
       01 ws-coupon-table.
           05 ws-coupon-count                          pic 999
               value 0.
           05 ws-coupon-entries occurs 300 times
               indexed by ws-coupon-idx.
               10 ws-cp-coupon-code                     pic x(10).
               10 ws-cp-coupon-type                     pic x.
               10 ws-cp-discount-amount                 pic 9(5)v99.
               10 ws-cp-discount-pct                    pic 9(2)v99.
               10 ws-cp-minimum-purchase                pic 9(5)v99.
               10 ws-cp-start-date                      pic 9(8).
               10 ws-cp-end-date                        pic 9(8).

       01 ws-found-coupon-idx                          pic 999
           value 0.

       *> What a percent-off coupon should have taken off the item
       *> lines rung ahead of it.
       01 ws-coupon-check                              pic 9(7)v99
           value 0.

       01 ws-coupon-line-count                         pic 9(4)
           value 0.

       01 sw-exchange-rate-eof                         pic x
           value 'n'.

       *> U.S. dollar exchange rates, loaded from
       *> exchange-rate-file at start-up the same way the coupon
       *> master is.
       01 ws-exchange-rate-table.
           05 ws-exchange-rate-count                   pic 999
               value 0.
           05 ws-exchange-rate-entries occurs 400 times
               indexed by ws-exchange-rate-idx.
               10 ws-xr-rate-date                       pic 9(8).
               10 ws-xr-store-rate                      pic 9v9999.

       01 ws-found-rate-idx                            pic 999
           value 0.

       01 ws-usd-rate-date                             pic 9(8)
           value 0.

       *> What the U.S. dollars handed over come to at the store
       *> rate, and how far that lands from the Canadian amount.
       01 ws-usd-converted-amount                      pic 9(7)v99
           value 0.
       01 ws-usd-difference                            pic s9(7)v99
           value 0.
       01 ws-usd-tolerance-negative                    pic s9(5)v99
           value 0.

       01 ws-price-override-count                      pic 9(4)
           value 0.

       01 sw-store-price-eof                           pic x
           value 'n'.

       *> Store-level prices, loaded from store-price-file at
       *> start-up the same way the promotion calendar is.
       01 ws-store-price-table.
           05 ws-store-price-count                     pic 9(4)
               value 0.
           05 ws-store-price-entries occurs 2000 times
               indexed by ws-store-price-idx.
               10 ws-sp-sku-code                        pic x(15).
               10 ws-sp-store-no                        pic xx.
               10 ws-sp-retail-price                    pic 9(5)v99.

       *> The price a detail line should have been rung at - its
       *> store's own price when it has one, the item master's
       *> retail otherwise. Set by 212-resolve-expected-price.
       01 ws-expected-price                            pic 9(5)v99
           value 0.

       01 ws-price-variance                            pic s9(6)v99
           value 0.

               value 1000.00.
           05 ws-returns-review-threshold                pic 9(5)v99
               value 500.00.
           *> How far the U.S. dollars handed over, at the day's
           *> store rate, may land from the Canadian amount they
           *> were rung for (USD-TENDER-TOLERANCE).
           05 ws-usd-tender-tolerance                  pic 9(5)v99
               value 0.05.

       01 sw-params-eof                                 pic x
           value 'n'.
               value "Returns review:".
           05 prt-param-returns-review                 pic
               zz,zz9.99.
           05 filler                                   pic x(3)
               value spaces.
           05 filler                                   pic x(15)
               value "USD tolerance:".
           05 prt-param-usd-tolerance                  pic
               zz,zz9.99.


       01 ws-review-threshold                           pic 9(5)v99.
               10 ws-nde-invoice-no                    pic x(9).
               10 filler                               pic x(32)
                   value " - Invoice has no detail lines**".
           05 ws-tender-balance-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-tbe-invoice-no                    pic x(9).
               10 filler                               pic x(42)
                   value " - Tender lines do not add up to header**".
           05 ws-no-tenders-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-nte-invoice-no                    pic x(9).
               10 filler                               pic x(37)
                   value " - Split tender has no tender lines**".
           05 ws-tender-header-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(39)
                   value "Tender line needs split-tender header**".
           05 ws-bad-tender-hdr                        pic x.
           05 ws-tender-amount-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(35)
                   value "Tender amount must be over zero**".
           05 ws-bad-tender-amt                        pic x.
           05 ws-exempt-code-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-bad-exempt-code                   pic x.
               10 filler                               pic x(32)
                   value " - Invalid tax exemption claim**".
           05 ws-bad-exempt                            pic x.
           05 ws-exempt-cert-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(37)
                   value "No exemption certificate for claim**".
           05 ws-bad-exempt-cert                       pic x.
           05 ws-exempt-expired-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-bad-exempt-expiry                 pic 9(8).
               10 filler                               pic x(39)
                   value " - Tax exemption certificate expired**".
           05 ws-bad-exempt-expired                    pic x.
           05 ws-coupon-code-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-bad-coupon-code                   pic x(10).
               10 filler                               pic x(24)
                   value " - Unknown coupon code**".
           05 ws-bad-coupon                            pic x.
           05 ws-coupon-date-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(35)
                   value "Coupon not in effect on this date**".
           05 ws-bad-coupon-date                       pic x.
           05 ws-coupon-minimum-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(33)
                   value "Below coupon's minimum purchase**".
           05 ws-bad-coupon-min                        pic x.
           05 ws-coupon-amount-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(33)
                   value "Discount does not match coupon**".
           05 ws-bad-coupon-amt                        pic x.
           05 ws-coupon-tran-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(41)
                   value "Coupon only allowed on sale or exchange**".
           05 ws-bad-coupon-tran                       pic x.
           05 ws-item-after-coupon-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(19)
                   value "Item after coupon**".
           05 ws-bad-item-after-coupon                 pic x.
           05 ws-gift-card-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic x(38)
                   value "Serial number not allowed on header**".
           05 ws-bad-serial-extra                      pic x.
           05 ws-auth-ref-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(40)
                   value "Card authorization reference required**".
           05 ws-bad-auth-ref                          pic x.
           05 ws-auth-ref-extra-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(40)
                   value "Authorization ref only on card tender**".
           05 ws-bad-auth-extra                        pic x.
           05 ws-usd-amount-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(38)
                   value "U.S. dollar amount tendered required**".
           05 ws-bad-usd-amount                        pic x.
           05 ws-usd-rate-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-bad-usd-rate-date                 pic x(8).
               10 filler                               pic x(34)
                   value " - No U.S. exchange rate on file**".
           05 ws-bad-usd-rate                          pic x.
           05 ws-usd-convert-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-bad-usd-converted                 pic
                   zzz,zz9.99.
               10 filler                               pic x(41)
                   value " - U.S. cash does not convert to amount**".
           05 ws-bad-usd-convert                       pic x.
           05 ws-usd-refund-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(35)
                   value "U.S. cash not allowed on a refund**".
           05 ws-bad-usd-refund                        pic x.
           05 ws-plan-tran-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(39)
                   value "Service plan only on a sale or return**".
           05 ws-bad-plan-tran                         pic x.
           05 ws-plan-qty-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(35)
                   value "Service plan quantity must be one**".
           05 ws-bad-plan-qty                          pic x.
           05 ws-plan-serial-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 filler                               pic x(40)
                   value "Service plan needs covered unit serial**".
           05 ws-bad-plan-serial                       pic x.
           05 ws-plan-unit-error.
               10 filler                               pic x(20)
                   value spaces.
               10 filler                               pic xx
                   value "**".
               10 ws-bad-plan-unit-serial              pic x(12).
               10 filler                               pic x(33)
                   value " - Covered unit not on invoice**".
           05 ws-bad-plan-unit                         pic x.
           05 ws-oa-customer-error.
               10 filler                               pic x(20)
                   value spaces.
               value spaces.
           05 ws-promo-line-total                       pic z(3)9.

       01 ws-coupon-totals-output.
           05 filler                                   pic x(19)
               value "Coupon lines total:".
           05 filler                                   pic x(3)
               value spaces.
           05 ws-coupon-line-total                      pic z(3)9.

       01 ws-cashier-exc-totals-output.
           05 filler                                   pic x(25)
               value "Cashier exceptions total:".
           *> price is compared against the item master's.
           perform 065-load-promo-calendar.

           *> Load the coupon master before any coupon line is
           *> proven against it.
           perform 067-load-coupon-master.

           *> Load the store-level prices before any detail line's
           *> price is proven against them.
           perform 068-load-store-prices.

           *> Load the exchange rates before any U.S. cash tender is
           *> proven against them.
           perform 069-load-exchange-rates.

           open i-o invoice-history-file.

           *> The A/R balances behind the credit-limit edit.
                       move ws-param-amount to
                           ws-returns-review-threshold
                   end-if
               when "USD-TENDER-TOLERANCE"
                   move sp-param-value(1:7) to
                       ws-param-amount-x
                   if (ws-param-amount is numeric) then
                       move ws-param-amount to
                           ws-usd-tender-tolerance
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
               prt-param-sales-review.
           move ws-returns-review-threshold to
               prt-param-returns-review.
           move ws-usd-tender-tolerance to
               prt-param-usd-tolerance.
           compute ws-usd-tolerance-negative =
               0 - ws-usd-tender-tolerance.
           write prt-error-line from ws-params-line1.
           write prt-error-line from ws-params-line2.

               else
                   move space to imx-tax-category
               end-if
               *> An item not yet costed carries zero - the stock
               *> position's own landed cost takes over once the
               *> first receipt posts.
               if (im-unit-cost is numeric) then
                   move im-unit-cost to imx-unit-cost
               else
                   move 0 to imx-unit-cost
               end-if
               *> A plan with no usable term cannot be earned out,
               *> so it does not index as a plan at all - the
               *> maintenance edit keeps that from happening.
               if (im-service-plan-flag = "S") and
                   (im-plan-term-months is numeric) and
                   (im-plan-term-months > 0) then
                   move im-service-plan-flag to imx-service-plan-flag
                   move im-plan-term-months to imx-plan-term-months
               else
                   move space to imx-service-plan-flag
                   move 0 to imx-plan-term-months
               end-if
               write item-master-index-record
                   invalid key continue
               end-write

           close promo-calendar-file.

       067-load-coupon-master.
           open input coupon-master-file.

           read coupon-master-file at end
               move "Y" to sw-coupon-eof.
           perform until sw-coupon-eof = "Y"
               *> A malformed coupon line is skipped rather than
               *> loaded, the same way a bad calendar line is - the
               *> coupon it describes is then rejected as unknown.
               if (ws-coupon-count < 300) and
                   (cpn-amount-off or cpn-percent-off) and
                   (cpn-discount-amount is numeric) and
                   (cpn-discount-pct is numeric) and
                   (cpn-minimum-purchase is numeric) and
                   (cpn-start-date is numeric) and
                   (cpn-end-date is numeric) then
                   add 1 to ws-coupon-count
                   move cpn-coupon-code to
                       ws-cp-coupon-code(ws-coupon-count)
                   move cpn-coupon-type to
                       ws-cp-coupon-type(ws-coupon-count)
                   move cpn-discount-amount to
                       ws-cp-discount-amount(ws-coupon-count)
                   move cpn-discount-pct to
                       ws-cp-discount-pct(ws-coupon-count)
                   move cpn-minimum-purchase to
                       ws-cp-minimum-purchase(ws-coupon-count)
                   move cpn-start-date to
                       ws-cp-start-date(ws-coupon-count)
                   move cpn-end-date to
                       ws-cp-end-date(ws-coupon-count)
               end-if

               read coupon-master-file at end
                   move "Y" to sw-coupon-eof
           end-perform.

           close coupon-master-file.

       068-load-store-prices.
           open input store-price-file.

           read store-price-file at end
               move "Y" to sw-store-price-eof.
           perform until sw-store-price-eof = "Y"
               if (ws-store-price-count < 2000) and
                   (spr-retail-price is numeric) then
                   add 1 to ws-store-price-count
                   move spr-sku-code to
                       ws-sp-sku-code(ws-store-price-count)
                   move spr-store-no to
                       ws-sp-store-no(ws-store-price-count)
                   move spr-retail-price to
                       ws-sp-retail-price(ws-store-price-count)
               end-if

               read store-price-file at end
                   move "Y" to sw-store-price-eof
           end-perform.

           close store-price-file.

       069-load-exchange-rates.
           open input exchange-rate-file.

           read exchange-rate-file at end
               move "Y" to sw-exchange-rate-eof.
           perform until sw-exchange-rate-eof = "Y"
               *> Only U.S. dollar cards with a usable rate - a
               *> malformed card is skipped, and a date it should
               *> have covered falls back to the card before it.
               if (ws-exchange-rate-count < 400) and
                   (xr-currency-code = "USD") and
                   (xr-rate-date is numeric) and
                   (xr-store-rate is numeric) and
                   (xr-store-rate > 0) then
                   add 1 to ws-exchange-rate-count
                   move xr-rate-date to
                       ws-xr-rate-date(ws-exchange-rate-count)
                   move xr-store-rate to
                       ws-xr-store-rate(ws-exchange-rate-count)
               end-if

               read exchange-rate-file at end
                   move "Y" to sw-exchange-rate-eof
           end-perform.

           close exchange-rate-file.

       212-resolve-expected-price.
           move imx-retail-price to ws-expected-price.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-price-count
               if (ws-sp-sku-code(ws-iterator) = ipt-sku-code) and
                   (ws-sp-store-no(ws-iterator) = ws-grp-store-no)
                   then
                   move ws-sp-retail-price(ws-iterator) to
                       ws-expected-price
               end-if
           end-perform.

       214-find-coupon-index.
           move 0 to ws-found-coupon-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-coupon-count
               if (ws-cp-coupon-code(ws-iterator) = ipt-sku-code)
                   then
                   move ws-iterator to ws-found-coupon-idx
               end-if
           end-perform.

       213-check-promo-price.
           move "n" to sw-promo-match.
           move 1 to ws-iterator.
                       move 0 to ws-cu-credit-limit
                           (ws-customer-master-count)
                   end-if
                   *> Likewise no certificate at all on an old-shape
                   *> record - a blank certificate number refuses
                   *> every exemption claim against the customer.
                   move cu-exempt-cert-no to
                       ws-cu-exempt-cert-no(ws-customer-master-count)
                   move cu-exempt-type to
                       ws-cu-exempt-type(ws-customer-master-count)
                   move cu-exempt-province to
                       ws-cu-exempt-province
                       (ws-customer-master-count)
                   if (cu-exempt-expiry-date is numeric) then
                       move cu-exempt-expiry-date to
                           ws-cu-exempt-expiry-date
                           (ws-customer-master-count)
                   else
                       move spaces to ws-cu-exempt-cert-no
                           (ws-customer-master-count)
                       move 0 to ws-cu-exempt-expiry-date
                           (ws-customer-master-count)
                   end-if
               end-if

               read customer-master-file at end
               move 't' to ws-error-occurred
           end-if.

       252-check-tender-credit-limit.

           move 0 to ws-ar-known-balance.
           move ws-grp-customer-no to ar-customer-no.
           read ar-master-file
               invalid key move 0 to ws-ar-known-balance
               not invalid key
                   if (ar-balance is numeric) then
                       move ar-balance to ws-ar-known-balance
                   end-if
           end-read.

           if (ws-ar-known-balance + ws-grp-oa-tender-sum >
               ws-cu-credit-limit(ws-grp-customer-idx)) then
               move ws-grp-customer-no to ws-bad-credit-customer
               move 'x' to ws-bad-credit
               move 't' to ws-error-occurred
           end-if.

       257-find-usd-rate.

           *> The latest card dated on or before the transaction,
           *> whatever order the cards were keyed in.
           move 0 to ws-found-rate-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-exchange-rate-count
               if (ws-xr-rate-date(ws-iterator) <=
                   ws-usd-rate-date) then
                   if (ws-found-rate-idx = 0) then
                       move ws-iterator to ws-found-rate-idx
                   else
                       if (ws-xr-rate-date(ws-iterator) >=
                           ws-xr-rate-date(ws-found-rate-idx)) then
                           move ws-iterator to ws-found-rate-idx
                       end-if
                   end-if
               end-if
           end-perform.

       258-check-usd-tender.

           *> U.S. cash is only ever taken in - a refund goes back
           *> out in Canadian dollars.
           if (ws-grp-transaction-code = "R") then
               move 'x' to ws-bad-usd-refund
               move 't' to ws-error-occurred
           end-if.

           *> A void reverses its invoice whole and may quote the
           *> U.S. dollars or not. Anything else must say what was
           *> handed over, and at the day's store rate it must come
           *> to the Canadian amount it was rung for - within the
           *> tolerance, since the till rounds to the cent.
           if (ws-grp-transaction-code = "V") then
               move ipt-auth-ref to prt-auth-ref
           else
               if (ipt-usd-amount is numeric) and
                   (ipt-usd-amount > 0) then
                   move ipt-usd-amount to prt-usd-amount
                   if (ipt-transaction-amount is numeric) then
                       perform 259-prove-usd-conversion
                   end-if
               else
                   move 'x' to ws-bad-usd-amount
                   move 't' to ws-error-occurred
               end-if
           end-if.

       259-prove-usd-conversion.

           move ws-grp-transaction-date to ws-usd-rate-date.
           perform 257-find-usd-rate.
           if (ws-found-rate-idx = 0) then
               move ws-grp-transaction-date to ws-bad-usd-rate-date
               move 'x' to ws-bad-usd-rate
               move 't' to ws-error-occurred
           else
               compute ws-usd-converted-amount rounded =
                   ipt-usd-amount *
                   ws-xr-store-rate(ws-found-rate-idx)
               compute ws-usd-difference =
                   ws-usd-converted-amount - ipt-transaction-amount
               if (ws-usd-difference > ws-usd-tender-tolerance) or
                   (ws-usd-difference < ws-usd-tolerance-negative)
                   then
                   move ws-usd-converted-amount to
                       ws-bad-usd-converted
                   move 'x' to ws-bad-usd-convert
                   move 't' to ws-error-occurred
               end-if
           end-if.

       245-find-customer-index.
           move 0 to ws-found-customer-idx.
           move 1 to ws-iterator.
               end-if
           end-perform.

       247-check-exempt-certificate.

           *> The claim stands only on a certificate that covers
           *> what is claimed ("B" covers either component alone),
           *> that holds in this store's province when PST is
           *> claimed, and that had not expired on the day of the
           *> sale. No customer, or a customer with no certificate,
           *> is a missing certificate.
           if (ws-grp-customer-idx = 0) then
               move 'x' to ws-bad-exempt-cert
               move 't' to ws-error-occurred
           else
               if (ws-cu-exempt-cert-no(ws-grp-customer-idx) =
                   spaces) or
                   (ws-cu-exempt-type(ws-grp-customer-idx) not = "B"
                   and ws-cu-exempt-type(ws-grp-customer-idx) not =
                   ipt-tax-exempt-code) then
                   move 'x' to ws-bad-exempt-cert
                   move 't' to ws-error-occurred
               else
                   if (ipt-tax-exempt-code not = "G") and
                       ((ws-found-store-idx = 0) or
                       (ws-cu-exempt-province(ws-grp-customer-idx)
                       not = ws-sm-province(ws-found-store-idx)))
                       then
                       move 'x' to ws-bad-exempt-cert
                       move 't' to ws-error-occurred
                   else
                       if (ws-cu-exempt-expiry-date
                           (ws-grp-customer-idx) <
                           ws-grp-transaction-date) then
                           move ws-cu-exempt-expiry-date
                               (ws-grp-customer-idx) to
                               ws-bad-exempt-expiry
                           move 'x' to ws-bad-exempt-expired
                           move 't' to ws-error-occurred
                       else
                           move ipt-tax-exempt-code to
                               prt-tax-exempt-code
                       end-if
                   end-if
               end-if
           end-if.

       235-find-cashier-index.
           move 0 to ws-found-cashier-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-cashier-master-count
               if (ws-cm-cashier-id(ws-iterator) = ipt-cashier-id)
                   then
                   move ws-iterator to ws-found-cashier-idx
               end-if
           end-perform.

       218-check-service-plan-line.

           if (ws-grp-transaction-code not = "S") and
               (ws-grp-transaction-code not = "R") then
               move 'x' to ws-bad-plan-tran
               move 't' to ws-error-occurred
           end-if.

           if (ipt-quantity is numeric) and
               (ipt-quantity not = 1) then
               move 'x' to ws-bad-plan-qty
               move 't' to ws-error-occurred
           end-if.

           if (ipt-serial-no = spaces) then
               move 'x' to ws-bad-plan-serial
               move 't' to ws-error-occurred
           else
               if (ws-grp-transaction-code = "S") then
                   move "n" to sw-plan-unit-found
                   move 1 to ws-iterator
                   perform varying ws-iterator
                       from 1
                       by 1
                       until ws-iterator > ws-grp-unit-serial-count
                       if (ws-grp-unit-serial-no(ws-iterator) =
                           ipt-serial-no) then
                           move "y" to sw-plan-unit-found
                       end-if
                   end-perform
                   if (sw-plan-unit-found = "n") then
                       move ipt-serial-no to ws-bad-plan-unit-serial
                       move 'x' to ws-bad-plan-unit
                       move 't' to ws-error-occurred
                   end-if
               end-if
           end-if.

       210-read-item-master.
           move "n" to sw-item-found.
           move ipt-sku-code to imx-sku-code.
           move spaces to ws-bad-credit-customer.
           move spaces to ws-bad-credit.
           move spaces to ws-bad-serial-extra.
           move spaces to ws-bad-auth-ref.
           move spaces to ws-bad-auth-extra.
           move spaces to ws-bad-usd-amount.
           move spaces to ws-bad-usd-rate-date.
           move spaces to ws-bad-usd-rate.
           move 0 to ws-bad-usd-converted.
           move spaces to ws-bad-usd-convert.
           move spaces to ws-bad-usd-refund.
           move spaces to ws-bad-plan-tran.
           move spaces to ws-bad-plan-qty.
           move spaces to ws-bad-plan-serial.
           move spaces to ws-bad-plan-unit-serial.
           move spaces to ws-bad-plan-unit.
           move spaces to ws-bad-emp-flag.
           move spaces to ws-bad-empflag.
           move spaces to ws-bad-emp-id.
           move spaces to ws-bad-empid.
           move spaces to ws-bad-emp-own.
           move spaces to ws-bad-emp-extra.
           move spaces to ws-bad-tender-hdr.
           move spaces to ws-bad-tender-amt.
           move spaces to ws-bad-coupon-code.
           move spaces to ws-bad-coupon.
           move spaces to ws-bad-coupon-date.
           move spaces to ws-bad-coupon-min.
           move spaces to ws-bad-coupon-amt.
           move spaces to ws-bad-coupon-tran.
           move spaces to ws-bad-item-after-coupon.
           move spaces to ws-bad-exempt-code.
           move spaces to ws-bad-exempt.
           move spaces to ws-bad-exempt-cert.
           move 0 to ws-bad-exempt-expiry.
           move spaces to ws-bad-exempt-expired.
           move 'f' to ws-error-occurred.

           *> Move to ws variables for error log
           move ipt-serial-no to prt-i-serial-no.
           move ipt-employee-flag to prt-i-employee-flag.
           move ipt-employee-id to prt-i-employee-id.
           move ipt-tax-exempt-code to prt-i-tax-exempt-code.

           evaluate true
           when ipt-header-record
               perform 115-validate-header
           when ipt-detail-record
               perform 120-validate-detail
           when ipt-tender-record
               perform 135-validate-tender
           when ipt-discount-record
               perform 137-validate-discount
           when other
               *> Not a header, item, tender or coupon line -
               *> reject it on its own, without disturbing whatever
               *> invoice group is open around it.
               move ipt-record-type to ws-bad-record-type
               move 'x' to ws-bad-rectype
               move 't' to ws-error-occurred
           move 'f' to ws-grp-error.
           move 0 to ws-grp-detail-count.
           move 0 to ws-grp-detail-sum.
           move 0 to ws-grp-tender-count.
           move 0 to ws-grp-tender-sum.
           move 0 to ws-grp-discount-sum.
           move 'n' to ws-grp-coupon-seen.
           move 0 to ws-grp-oa-tender-sum.
           move 0 to ws-grp-record-count.
           move 0 to ws-grp-unit-serial-count.
           move ipt-invoice-no to ws-grp-invoice-no.
           move ipt-transaction-code to ws-grp-transaction-code.
           move ipt-payment-type to ws-grp-payment-type.
               *> "OA" charges the sale to the customer's house
               *> account, settled monthly through the A/R
               *> subledger - the customer number and credit limit
               *> edits below keep it honest. "SP" splits the
               *> invoice across several tenders, each on its own
               *> "P" line after the header. "US" is U.S. cash,
               *> rung at its Canadian value.
               if (ipt-payment-type = "CA" or ipt-payment-type =
                   "CR" or ipt-payment-type = "DB" or
                   ipt-payment-type = "GC" or
                   ipt-payment-type = "MW" or
                   ipt-payment-type = "OA" or
                   ipt-payment-type = "SP" or
                   ipt-payment-type = "US") then
                   move ipt-payment-type to prt-payment-type
               else
                   move ipt-payment-type to ws-bad-type
           *> program posts points against it), but optionally -
           *> a walk-in cash sale has nobody to name. When it is
           *> carried, it must be on the master either way.
           *> A split-tender invoice may carry one on the same
           *> terms - its house-account tender line, if it has
           *> one, charges this customer - and so may any invoice
           *> claiming a tax exemption, whose certificate is on
           *> the customer's master record.
           *> Everything else still carries it blank.
           if (ipt-transaction-code = "L") then
               perform 245-find-customer-index
                   end-if
               else
                   if (ipt-transaction-code = "S" or
                       ipt-transaction-code = "X" or
                       ipt-payment-type = "SP" or
                       ipt-tax-exempt-code not = space) then
                       if (ipt-customer-no not = spaces) then
                           perform 245-find-customer-index
                           if (ws-found-customer-idx > 0) then
               end-if
           end-if.

           *> Remember the invoice's customer for its tender
           *> lines - only one that passed the edits above.
           move ipt-customer-no to ws-grp-customer-no.
           move 0 to ws-grp-customer-idx.
           if (ipt-customer-no not = spaces) and
               (ws-bad-customer not = 'x') and
               (ws-bad-cust-extra not = 'x') then
               perform 245-find-customer-index
               move ws-found-customer-idx to ws-grp-customer-idx
           end-if.

           *> Validate Tax Exemption Claim - only on merchandise
           *> that actually taxes (a sale, layaway, exchange or the
           *> return of an exempt sale), and only against a
           *> certificate on file for the customer named above.
           if (ipt-tax-exempt-code not = space) then
               if (ipt-tax-exempt-claim) and
                   (ipt-transaction-code = "S" or
                   ipt-transaction-code = "L" or
                   ipt-transaction-code = "X" or
                   ipt-transaction-code = "R") then
                   perform 247-check-exempt-certificate
               else
                   move ipt-tax-exempt-code to ws-bad-exempt-code
                   move 'x' to ws-bad-exempt
                   move 't' to ws-error-occurred
               end-if
           end-if.

           *> Enforce the house-account credit limit - what the
           *> customer already owes on the A/R subledger plus this
           *> charge cannot pass their limit. A refund back onto

           *> A serial number describes one unit of merchandise -
           *> it rides on the item line that shipped it, never on
           *> the header. A card-tender header carries the
           *> processor's authorization reference in those columns
           *> instead, and must - it is the only key a chargeback
           *> comes back with. A void may quote it or not; the
           *> voided invoice never reaches the archive.
           if (ipt-payment-type = "CR" or ipt-payment-type = "DB"
               or ipt-payment-type = "MW") and
               (ipt-transaction-code not = "T") then
               if (ipt-auth-ref not = spaces) then
                   move ipt-auth-ref to prt-auth-ref
               else
                   if (ipt-transaction-code not = "V") then
                       move 'x' to ws-bad-auth-ref
                       move 't' to ws-error-occurred
                   end-if
               end-if
           else
               *> A U.S. cash header carries the U.S. dollars
               *> handed over in the same columns.
               if (ipt-payment-type = "US") then
                   perform 258-check-usd-tender
               else
                   if (ipt-serial-no not = spaces) then
                       move 'x' to ws-bad-serial-extra
                       move 't' to ws-error-occurred
                   end-if
               end-if
           end-if.

           *> Validate Employee Purchase - the flag marks a staff
               move 't' to ws-error-occurred
           end-if.

           *> A coupon is proven against the item lines rung ahead
           *> of it - an item line after one would slip past its
           *> minimum purchase and percentage checks.
           if (ws-grp-coupon-seen = 'y') then
               move 'x' to ws-bad-item-after-coupon
               move 't' to ws-error-occurred
           end-if.

           *> Validate SKU Code against the keyed item master
           *> instead of just checking it is non-blank.
           perform 210-read-item-master.
               end-if
           end-if.

           *> A service plan is sold against one serialized unit
           *> rung above it on the same invoice, and comes back
           *> against the serial it was sold on - the serial is
           *> how its contract is found. It only rides on a plain
           *> sale or a return; a layaway or exchange has no
           *> unit leaving whole to cover.
           if (sw-item-found = "y") and (imx-service-plan) then
               perform 218-check-service-plan-line
           else
               if (sw-item-found = "y") and
                   (ipt-serial-no not = spaces) and
                   (ws-grp-unit-serial-count < 50) then
                   add 1 to ws-grp-unit-serial-count
                   move ipt-serial-no to
                       ws-grp-unit-serial-no(ws-grp-unit-serial-count)
               end-if
           end-if.

           *> Compare the rung unit price against the item
           *> master's retail price - a keyed-amount error that is
           *> still numeric passes every other edit, so a mismatch
           *> effect on the invoice's transaction date is a sale
           *> price, not an override - it passes without a listing
           *> line, counted separately so the totals still prove.
           *> A store-level price set by PriceChangeProgram is the
           *> store's retail - the line is proven against that.
           if (sw-item-found = "y") and
               (ipt-unit-price is numeric) then
               perform 212-resolve-expected-price
               if (ipt-unit-price not = ws-expected-price) then
                   perform 213-check-promo-price
               else
                   move "n" to sw-promo-match
               (ipt-unit-price is numeric) and
               (sw-promo-match not = "y") and
               ((ws-grp-employee-flag not = "E") or
               (ipt-unit-price > ws-expected-price)) then
               if (ipt-unit-price not = ws-expected-price) then
                   add 1 to ws-price-override-count
                   move ipt-invoice-no to prt-o-invoice-no
                   move ws-grp-store-no to prt-o-store-no
                   move ipt-sku-code to prt-o-sku-code
                   move ipt-unit-price to prt-o-rung-price
                   move ws-expected-price to prt-o-master-price
                   compute ws-price-variance =
                       ipt-unit-price - ws-expected-price
                   move ws-price-variance to prt-o-variance
                   move prt-override-line to override-data-line
                   write override-data-line after advancing 1 line
               perform 145-write-error-listing
           end-if.

       135-validate-tender.

           if (ws-grp-open not = 'y') then
               *> A tender line with no header in front of it has
               *> no invoice to pay for - reject it on its own.
               move ipt-invoice-no to ws-orp-invoice-no
               move 'x' to ws-bad-orphan
               move 't' to ws-error-occurred
               perform 125-reject-orphan-record
           else
               perform 140-edit-tender-fields
           end-if.

       140-edit-tender-fields.

           *> Only a split-tender header is followed by tender
           *> lines - a single-tender header already says what
           *> paid for the whole invoice.
           if (ws-grp-payment-type not = "SP") then
               move 'x' to ws-bad-tender-hdr
               move 't' to ws-error-occurred
           end-if.

           *> A void reverses its referenced invoice whole,
           *> tenders and all - it carries no lines of its own.
           if (ws-grp-transaction-code = "V") then
               move 'x' to ws-bad-void-detail
               move 't' to ws-error-occurred
           end-if.

           *> The tender line must belong to the invoice its
           *> header opened.
           if (ipt-invoice-no = ws-grp-invoice-no) then
               move ipt-invoice-no to prt-invoice-no
           else
               move ipt-invoice-no to ws-bad-detail-invoice
               move 'x' to ws-bad-detail-inv
               move 't' to ws-error-occurred
           end-if.

           *> Validate Tender Type - one real tender from the
           *> domain; a tender line cannot split again.
           if (ipt-payment-type = "CA" or ipt-payment-type =
               "CR" or ipt-payment-type = "DB" or
               ipt-payment-type = "GC" or
               ipt-payment-type = "MW" or
               ipt-payment-type = "OA" or
               ipt-payment-type = "US") then
               move ipt-payment-type to prt-payment-type
           else
               move ipt-payment-type to ws-bad-type
               move 't' to ws-error-occurred
           end-if.

           *> Validate Tender Amount - this tender's share of the
           *> header total, proven against it in
           *> 150-finalize-invoice-group.
           if (ipt-transaction-amount is numeric) then
               if (ipt-transaction-amount > 0) then
                   move ipt-transaction-amount to
                       prt-transaction-amount
                   add ipt-transaction-amount to ws-grp-tender-sum
               else
                   move 'x' to ws-bad-tender-amt
                   move 't' to ws-error-occurred
               end-if
           else
               move ipt-transaction-amount to ws-bad-amount
               move 't' to ws-error-occurred
           end-if.

           *> Validate Gift Card Number - the card redeemed (or
           *> refunded to) on a GC tender line, blank on any other
           *> tender. A gift card cannot pay for a gift card here
           *> any more than on a single-tender issuance.
           if (ipt-payment-type = "GC") then
               if (ipt-gift-card-no not = spaces) then
                   move ipt-gift-card-no to prt-gift-card-no
               else
                   move 'x' to ws-bad-gift-card
                   move 't' to ws-error-occurred
               end-if
               if (ws-grp-transaction-code = "G") then
                   move 'x' to ws-bad-gc-tender
                   move 't' to ws-error-occurred
               end-if
           else
               if (ipt-gift-card-no not = spaces) then
                   move 'x' to ws-bad-gc-extra
                   move 't' to ws-error-occurred
               end-if
           end-if.

           *> Validate Authorization Reference - each card tender
           *> of a split invoice was authorized on its own, so its
           *> reference rides on its own tender line; a U.S.
           *> cash line carries its U.S. dollars there instead, and
           *> any other tender leaves the columns blank.
           if (ipt-payment-type = "CR" or ipt-payment-type = "DB"
               or ipt-payment-type = "MW") then
               if (ipt-auth-ref not = spaces) then
                   move ipt-auth-ref to prt-auth-ref
               else
                   if (ws-grp-transaction-code not = "V") then
                       move 'x' to ws-bad-auth-ref
                       move 't' to ws-error-occurred
                   end-if
               end-if
           else
               if (ipt-payment-type = "US") then
                   perform 258-check-usd-tender
               else
                   if (ipt-auth-ref not = spaces) then
                       move 'x' to ws-bad-auth-extra
                       move 't' to ws-error-occurred
                   end-if
               end-if
           end-if.

           *> A house-account tender charges the customer on the
           *> header, who must be on the master, and the charges
           *> against them on this invoice cannot take them past
           *> their credit limit - a refund back onto the account
           *> is exempt, as on a single-tender header.
           if (ipt-payment-type = "OA") then
               if (ws-grp-customer-idx = 0) then
                   move 'x' to ws-bad-oa-cust
                   move 't' to ws-error-occurred
               else
                   move ws-grp-customer-no to prt-customer-no
                   if (ws-grp-transaction-code not = "R") and
                       (ipt-transaction-amount is numeric) then
                       add ipt-transaction-amount to
                           ws-grp-oa-tender-sum
                       perform 252-check-tender-credit-limit
                   end-if
               end-if
           end-if.

           *> Carry the header's own fields onto the tender line,
           *> as on an item line, so every downstream program can
           *> post a tender on its own without chasing its header.
           move ws-grp-transaction-code to prt-transaction-code.
           move ws-grp-store-no to prt-store-no.
           move spaces to prt-sku-code.
           move spaces to prt-return-reason-code.
           move ws-grp-cashier-id to prt-cashier-id.
           move ws-grp-transaction-date to prt-transaction-date.
           move ws-grp-transaction-time to prt-transaction-time.
           move 0 to prt-quantity.
           move 0 to prt-unit-price.
           move ws-grp-to-store-no to prt-to-store-no.
           move ws-grp-employee-flag to prt-employee-flag.
           move ws-grp-employee-id to prt-employee-id.
           move "P" to prt-record-type.

           add 1 to ws-grp-tender-count.
           if (ws-grp-record-count < 51) then
               add 1 to ws-grp-record-count
               move prt-valid-line to
                   ws-grp-valid-image(ws-grp-record-count)
               move prt-invalid-line to
                   ws-grp-invalid-image(ws-grp-record-count)
           else
               move ws-grp-invoice-no to ws-tmd-invoice-no
               move ws-too-many-details-error to prt-error-line
               write prt-error-line
               move 'x' to ws-grp-error
               add 1 to ws-bad-record-count
               move prt-invalid-line to invalid-data-line
               write invalid-data-line after advancing 1 line
           end-if.

           if (ws-error-occurred = 't') then
               move 'x' to ws-grp-error
               perform 145-write-error-listing
           end-if.

       137-validate-discount.

           if (ws-grp-open not = 'y') then
               *> A coupon line with no header in front of it has
               *> no invoice to discount - reject it on its own.
               move ipt-invoice-no to ws-orp-invoice-no
               move 'x' to ws-bad-orphan
               move 't' to ws-error-occurred
               perform 125-reject-orphan-record
           else
               perform 142-edit-discount-fields
           end-if.

       142-edit-discount-fields.

           move 'y' to ws-grp-coupon-seen.

           *> A coupon comes off merchandise going out the door - a
           *> sale or an exchange's replacement leg. A layaway's
           *> header carries a payment, not the merchandise total,
           *> and a return refunds what was actually paid.
           if (ws-grp-transaction-code not = "S") and
               (ws-grp-transaction-code not = "X") then
               move 'x' to ws-bad-coupon-tran
               move 't' to ws-error-occurred
           end-if.

           *> The coupon line must belong to the invoice its
           *> header opened.
           if (ipt-invoice-no = ws-grp-invoice-no) then
               move ipt-invoice-no to prt-invoice-no
           else
               move ipt-invoice-no to ws-bad-detail-invoice
               move 'x' to ws-bad-detail-inv
               move 't' to ws-error-occurred
           end-if.

           *> Validate Discount Amount - a positive amount, taken off
           *> the item lines' total in 150-finalize-invoice-group.
           if (ipt-transaction-amount is numeric) and
               (ipt-transaction-amount > 0) then
               move ipt-transaction-amount to prt-transaction-amount
               add ipt-transaction-amount to ws-grp-discount-sum
           else
               move ipt-transaction-amount to ws-bad-amount
               move 'x' to ws-bad-coupon-amt
               move 't' to ws-error-occurred
           end-if.

           *> Validate the coupon against the master - it must be on
           *> file, in effect on the invoice's own transaction date,
           *> and the item lines rung ahead of it must meet its
           *> minimum purchase. The discount must be exactly what
           *> the coupon gives: its face amount, or its percentage
           *> of those item lines.
           perform 214-find-coupon-index.
           if (ws-found-coupon-idx = 0) then
               move ipt-sku-code to ws-bad-coupon-code
               move 'x' to ws-bad-coupon
               move 't' to ws-error-occurred
           else
               move ipt-sku-code to prt-sku-code
               if (ws-grp-transaction-date <
                   ws-cp-start-date(ws-found-coupon-idx)) or
                   (ws-grp-transaction-date >
                   ws-cp-end-date(ws-found-coupon-idx)) then
                   move 'x' to ws-bad-coupon-date
                   move 't' to ws-error-occurred
               end-if
               if (ws-grp-detail-sum <
                   ws-cp-minimum-purchase(ws-found-coupon-idx)) then
                   move 'x' to ws-bad-coupon-min
                   move 't' to ws-error-occurred
               end-if
               if (ws-cp-coupon-type(ws-found-coupon-idx) = "P")
                   then
                   compute ws-coupon-check rounded =
                       ws-grp-detail-sum *
                       ws-cp-discount-pct(ws-found-coupon-idx) / 100
               else
                   move ws-cp-discount-amount(ws-found-coupon-idx)
                       to ws-coupon-check
               end-if
               if (ipt-transaction-amount is numeric) and
                   (ipt-transaction-amount not = ws-coupon-check)
                   then
                   move 'x' to ws-bad-coupon-amt
                   move 't' to ws-error-occurred
               end-if
           end-if.

           *> Carry the header's own fields onto the coupon line, as
           *> on an item line.
           move ws-grp-transaction-code to prt-transaction-code.
           move ws-grp-payment-type to prt-payment-type.
           move ws-grp-store-no to prt-store-no.
           move spaces to prt-return-reason-code.
           move ws-grp-cashier-id to prt-cashier-id.
           move ws-grp-transaction-date to prt-transaction-date.
           move ws-grp-transaction-time to prt-transaction-time.
           move 0 to prt-quantity.
           move 0 to prt-unit-price.
           move ws-grp-to-store-no to prt-to-store-no.
           move ws-grp-employee-flag to prt-employee-flag.
           move ws-grp-employee-id to prt-employee-id.
           move "C" to prt-record-type.

           add 1 to ws-coupon-line-count.
           if (ws-grp-record-count < 51) then
               add 1 to ws-grp-record-count
               move prt-valid-line to
                   ws-grp-valid-image(ws-grp-record-count)
               move prt-invalid-line to
                   ws-grp-invalid-image(ws-grp-record-count)
           else
               move ws-grp-invoice-no to ws-tmd-invoice-no
               move ws-too-many-details-error to prt-error-line
               write prt-error-line
               move 'x' to ws-grp-error
               add 1 to ws-bad-record-count
               move prt-invalid-line to invalid-data-line
               write invalid-data-line after advancing 1 line
           end-if.

           if (ws-error-occurred = 't') then
               move 'x' to ws-grp-error
               perform 145-write-error-listing
           end-if.

       125-reject-orphan-record.

           *> Rejected on its own, outside any invoice group.
               write prt-error-line
           end-if.

           if (ws-bad-auth-ref = 'x') then
               move ws-auth-ref-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-auth-extra = 'x') then
               move ws-auth-ref-extra-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-usd-amount = 'x') then
               move ws-usd-amount-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-usd-rate = 'x') then
               move ws-usd-rate-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-usd-convert = 'x') then
               move ws-usd-convert-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-usd-refund = 'x') then
               move ws-usd-refund-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-plan-tran = 'x') then
               move ws-plan-tran-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-plan-qty = 'x') then
               move ws-plan-qty-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-plan-serial = 'x') then
               move ws-plan-serial-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-plan-unit = 'x') then
               move ws-plan-unit-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-empflag = 'x') then
               move ws-emp-flag-error to prt-error-line
               write prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-tender-hdr = 'x') then
               move ws-tender-header-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-tender-amt = 'x') then
               move ws-tender-amount-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-exempt = 'x') then
               move ws-exempt-code-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-exempt-cert = 'x') then
               move ws-exempt-cert-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-exempt-expired = 'x') then
               move ws-exempt-expired-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-coupon = 'x') then
               move ws-coupon-code-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-coupon-date = 'x') then
               move ws-coupon-date-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-coupon-min = 'x') then
               move ws-coupon-minimum-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-coupon-amt = 'x') then
               move ws-coupon-amount-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-coupon-tran = 'x') then
               move ws-coupon-tran-error to prt-error-line
               write prt-error-line
           end-if.

           if (ws-bad-item-after-coupon = 'x') then
               move ws-item-after-coupon-error to prt-error-line
               write prt-error-line
           end-if.

       150-finalize-invoice-group.

           if (ws-grp-open = 'y') then
                   write prt-error-line after advancing 1 line
               end-if

               *> The invoice's proof: its item lines, less any
               *> coupon discounts, must add up to the total its
               *> header claims. A layaway is exempt - its header
               *> carries the payment amount, while its opening
               *> ring's item lines carry the full merchandise
               *> value being put aside.
               if (ws-grp-detail-count > 0) and
                   (ws-grp-transaction-code not = "L") and
                   (ws-grp-detail-sum - ws-grp-discount-sum not =
                   ws-grp-transaction-amount) then
                   move 'x' to ws-grp-error
                   move ws-grp-invoice-no to ws-gbe-invoice-no
                   write prt-error-line after advancing 1 line
               end-if

               *> A split-tender invoice's second proof: its tender
               *> lines must cover exactly the header total, so the
               *> tender figures downstream add back to the sale. A
               *> void reverses its invoice whole and carries none.
               if (ws-grp-payment-type = "SP") and
                   (ws-grp-transaction-code not = "V") then
                   if (ws-grp-tender-count = 0) then
                       move 'x' to ws-grp-error
                       move ws-grp-invoice-no to ws-nte-invoice-no
                       move ws-no-tenders-error to prt-error-line
                       write prt-error-line after advancing 1 line
                   else
                       if (ws-grp-tender-sum not =
                           ws-grp-transaction-amount) then
                           move 'x' to ws-grp-error
                           move ws-grp-invoice-no to
                               ws-tbe-invoice-no
                           move ws-tender-balance-error to
                               prt-error-line
                           write prt-error-line after
                               advancing 1 line
                       end-if
                   end-if
               end-if

               *> The invoice stands or falls as a whole - a bad
               *> detail line sends the header and every sibling
               *> line to invalid-data.out with it, so
               move 'f' to ws-grp-error
               move 0 to ws-grp-detail-count
               move 0 to ws-grp-detail-sum
               move 0 to ws-grp-tender-count
               move 0 to ws-grp-tender-sum
               move 0 to ws-grp-discount-sum
               move 'n' to ws-grp-coupon-seen
               move 0 to ws-grp-oa-tender-sum
               move 0 to ws-grp-record-count
               move 0 to ws-grp-unit-serial-count
           end-if.

       200-totals.
           write override-data-line from ws-promo-totals-output
               after advancing 1 line.

           *> Coupons rung as their own discount lines, which used
           *> to land on this listing as overrides.
           move ws-coupon-line-count to ws-coupon-line-total.
           write override-data-line from ws-coupon-totals-output
               after advancing 1 line.

           *> Drop a control-total record so dataSplitAndCountProgram
           *> can reconcile its grand total against the good records
           *> this run actually wrote to valid-data-file.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

           move 0 to ws-batch-seq-no.
           move spaces to ws-seq-state-table.
           open input run-journal-file.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               if (rj-program-id = ws-rj-this-program) and
                   (rj-business-date = ws-run-date) then
                   if (rj-return-code = 0) then
                       add 1 to ws-batch-seq-no
                       if (rj-batch-seq-no > 0) then
                           move "C" to ws-seq-state(rj-batch-seq-no)
                       end-if
                   else
                       if (rj-return-code = 98 or
                           rj-return-code = 99) and
                           (rj-batch-seq-no > 0) and
                           (ws-seq-state(rj-batch-seq-no) not = "C")
                           then
                           move "B" to ws-seq-state(rj-batch-seq-no)
                       end-if
                   end-if
               end-if
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof

           add 1 to ws-batch-seq-no.

           *> A batch that was backed out is run again under its
           *> own number - the corrected feed takes the place of
           *> the one that was reversed, so the lowest backed-out
           *> number not yet run again goes ahead of a new one.
           move 999 to ws-seq-iterator.
           perform varying ws-seq-iterator
               from 999
               by -1
               until ws-seq-iterator < 1
               if (ws-seq-state(ws-seq-iterator) = "B") then
                   move ws-seq-iterator to ws-batch-seq-no
               end-if
           end-perform.

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
