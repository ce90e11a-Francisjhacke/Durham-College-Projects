               '../../../data/store-master.dat' organization is line
               sequential.

           *> Coupon master, loaded at start-up so a corrected
           *> coupon line is proven the same way editsProgram proves
           *> it. OPTIONAL, matching editsProgram.
           select optional coupon-master-file assign to
               '../../../data/coupon-master.dat' organization is
               line sequential.

           *> Daily exchange rates, loaded at start-up so a
           *> corrected U.S. cash tender is proven the same way
           *> editsProgram proves it. OPTIONAL, matching
           *> editsProgram.
           select optional exchange-rate-file assign to
               '../../../data/exchange-rate.dat' organization is
               line sequential.

           *> Control totals editsProgram wrote for this day's run -
           *> read and rewritten here so dataSplitAndCountProgram's
           *> reconciliation against the good-record count sees the
           05 cor-record-type                           pic x.
               88 cor-header-record                     value "H".
               88 cor-detail-record                     value "D".
               88 cor-tender-record                     value "P".
               88 cor-discount-record                   value "C".
           05 cor-quantity                              pic 9(3).
           05 cor-unit-price                            pic 9(5)v99.
           05 cor-gift-card-no                          pic x(16).
           05 cor-original-invoice-no                   pic x(9).
           05 cor-to-store-no                           pic xx.
           05 cor-serial-no                             pic x(12).
           05 cor-auth-ref redefines cor-serial-no      pic x(12).
           05 cor-usd-tendered redefines cor-serial-no.
               10 cor-usd-amount                        pic 9(7)v99.
               10 filler                                pic x(3).
           05 cor-employee-flag                         pic x.
           05 cor-employee-id                           pic x(5).
           05 cor-tax-exempt-code                       pic x.
               88 cor-tax-exempt-claim                  value
                   "G" "P" "B".

       fd invalid-data-file
           data record is rej-record.
           05 rej-serial-no                             pic x(12).
           05 rej-employee-flag                         pic x.
           05 rej-employee-id                           pic x(5).
           05 rej-tax-exempt-code                       pic x.

       fd item-master-index-file
           data record is item-master-index-record.
           05 imx-category                              pic xx.
           05 imx-retail-price                          pic 9(5)v99.
           05 imx-tax-category                          pic x.
           05 imx-unit-cost                             pic 9(5)v99.
           05 imx-service-plan-flag                     pic x.
               88 imx-service-plan                      value "S".
           05 imx-plan-term-months                      pic 99.

       fd system-params-file
           data record is system-params-record.
           05 cu-address                                pic x(30).
           05 cu-phone                                  pic x(12).
           05 cu-credit-limit                           pic 9(5)v99.
           05 cu-exempt-cert-no                         pic x(15).
           05 cu-exempt-type                            pic x.
           05 cu-exempt-province                        pic xx.
           05 cu-exempt-expiry-date                     pic 9(8).

       fd coupon-master-file
           data record is coupon-master-record.

       01 coupon-master-record.
           05 cpn-coupon-code                           pic x(10).
           05 cpn-description                           pic x(20).
           05 cpn-coupon-type                           pic x.
               88 cpn-amount-off                        value "A".
               88 cpn-percent-off                       value "P".
           05 cpn-discount-amount                       pic 9(5)v99.
           05 cpn-discount-pct                          pic 9(2)v99.
           05 cpn-minimum-purchase                      pic 9(5)v99.
           05 cpn-start-date                            pic 9(8).
           05 cpn-end-date                              pic 9(8).
           05 cpn-issuer                                pic x.
           05 cpn-manufacturer-no                       pic x(6).

       fd exchange-rate-file
           data record is exchange-rate-record.

       01 exchange-rate-record.
           05 xr-rate-date                              pic 9(8).
           05 xr-currency-code                          pic xxx.
           05 xr-store-rate                             pic 9v9999.
           05 xr-bank-rate                              pic 9v9999.

       fd store-master-file
           data record is store-master-record.
           05 cv-original-invoice-no                    pic x(9).
           05 cv-to-store-no                            pic xx.
           05 cv-serial-no                              pic x(12).
           05 cv-auth-ref redefines cv-serial-no        pic x(12).
           05 cv-usd-tendered redefines cv-serial-no.
               10 cv-usd-amount                         pic 9(7)v99.
               10 filler                                pic x(3).
           05 cv-employee-flag                          pic x.
           05 cv-employee-id                            pic x(5).
           05 cv-tax-exempt-code                        pic x.

       fd corrections-log-file
           data record is prt-log-line.
               10 ws-cu-customer-no                     pic x(6).
               10 ws-cu-customer-name                   pic x(20).
               10 ws-cu-credit-limit                    pic 9(5)v99.
               10 ws-cu-exempt-cert-no                  pic x(15).
               10 ws-cu-exempt-type                     pic x.
               10 ws-cu-exempt-province                 pic xx.
               10 ws-cu-exempt-expiry-date              pic 9(8).

       01 ws-found-customer-idx                        pic 999
           value 0.

       01 sw-coupon-eof                                pic x
           value 'n'.

       *> Coupon master, loaded the same way editsProgram loads
       *> it.
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

       01 ws-coupon-check                              pic 9(7)v99
           value 0.

       01 sw-exchange-rate-eof                         pic x
           value 'n'.

       *> U.S. dollar exchange rates, loaded the same way
       *> editsProgram loads them.
       01 ws-exchange-rate-table.
           05 ws-exchange-rate-count                   pic 999
               value 0.
           05 ws-exchange-rate-entries occurs 400 times
               indexed by ws-exchange-rate-idx.
               10 ws-xr-rate-date                       pic 9(8).
               10 ws-xr-store-rate                      pic 9v9999.

       01 ws-found-rate-idx                            pic 999
           value 0.

       01 ws-usd-converted-amount                      pic 9(7)v99
           value 0.
       01 ws-usd-difference                            pic s9(7)v99
           value 0.
       01 ws-usd-tolerance-negative                    pic s9(5)v99
           value 0.

       *> What the customer already owes, off the A/R subledger -
       *> zero when they have no account record yet.
       01 ws-ar-known-balance                           pic s9(9)v99
               value 1000.00.
           05 ws-returns-review-threshold                pic 9(5)v99
               value 500.00.
           *> The same USD-TENDER-TOLERANCE card editsProgram
           *> reads.
           05 ws-usd-tender-tolerance                  pic 9(5)v99
               value 0.05.

       01 sw-params-eof                                 pic x
           value 'n'.
               value "  Returns review:".
           05 prt-param-returns-review                 pic
               zz,zz9.99.
           05 filler                                   pic x(16)
               value "  USD tolerance:".
           05 prt-param-usd-tolerance                  pic
               zz,zz9.99.

       01 ws-review-threshold                           pic 9(5)v99.

       01 sw-item-found                                pic x
           value 'n'.

       *> Set by 218-check-service-plan-line - "y" when the plan's
       *> serial is on an item line rung above it.
       01 sw-plan-unit-found                           pic x
           value 'n'.

       *> Invoice numbers editsProgram actually rejected, loaded so a
       *> correction can be matched against a real reject instead of
       *> being taken on faith.
               value 0.
           05 ws-grp-detail-sum                        pic 9(7)v99
               value 0.
           *> A split-tender invoice's tender lines, proven against
           *> the header total as editsProgram proves them.
           05 ws-grp-tender-count                      pic 99
               value 0.
           05 ws-grp-discount-sum                      pic 9(7)v99
               value 0.
           *> Set by the invoice's first coupon line - no item line
           *> may follow a coupon, matching editsProgram.
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
           *> one of them, as editsProgram requires.
           05 ws-grp-unit-serial-count                 pic 99
               value 0.
           05 ws-grp-unit-serials occurs 50 times.
               10 ws-grp-unit-serial-no                pic x(12).
           05 ws-grp-records occurs 51 times
               indexed by ws-grp-idx.
               10 ws-grp-valid-image                   pic x(120).
           perform 055-load-store-master.
           perform 058-load-cashier-master.
           perform 059-load-customer-master.
           perform 067-load-coupon-master.
           perform 069-load-exchange-rates.
           perform 065-load-rejected-invoices.

           write log-data-line from log-headings1.
               prt-param-sales-review.
           move ws-returns-review-threshold to
               prt-param-returns-review.
           move ws-usd-tender-tolerance to prt-param-usd-tolerance.
           write log-data-line from ws-params-line1.

           perform 100-apply-corrections.
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
           end-perform.
           close system-params-file.

           compute ws-usd-tolerance-negative =
               0 - ws-usd-tender-tolerance.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.
                       move 0 to ws-cu-credit-limit
                           (ws-customer-master-count)
                   end-if
                   *> No certificate on an old-shape record either.
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
               move 't' to ws-error-occurred
           end-if.

       256-find-employee-index.

           move 0 to ws-found-employee-idx.
               end-if
           end-perform.

       247-check-exempt-certificate.

           *> Covers the claim ("B" covers either component), holds
           *> in this store's province when PST is claimed, and had
           *> not expired on the day of the sale, matching
           *> editsProgram.
           if (ws-grp-customer-idx = 0) then
               move 't' to ws-error-occurred
           else
               if (ws-cu-exempt-cert-no(ws-grp-customer-idx) =
                   spaces) or
                   (ws-cu-exempt-type(ws-grp-customer-idx) not = "B"
                   and ws-cu-exempt-type(ws-grp-customer-idx) not =
                   cor-tax-exempt-code) then
                   move 't' to ws-error-occurred
               else
                   if (cor-tax-exempt-code not = "G") and
                       ((ws-found-store-idx = 0) or
                       (ws-cu-exempt-province(ws-grp-customer-idx)
                       not = ws-sm-province(ws-found-store-idx)))
                       then
                       move 't' to ws-error-occurred
                   end-if
                   if (ws-cu-exempt-expiry-date
                       (ws-grp-customer-idx) <
                       ws-grp-transaction-date) then
                       move 't' to ws-error-occurred
                   end-if
               end-if
           end-if.

       245-find-customer-index.
           move 0 to ws-found-customer-idx.
           move 1 to ws-iterator.
               end-if
           end-perform.

       069-load-exchange-rates.
           open input exchange-rate-file.

           read exchange-rate-file at end
               move "Y" to sw-exchange-rate-eof.
           perform until sw-exchange-rate-eof = "Y"
               *> A malformed card is skipped, matching editsProgram.
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

       257-find-usd-rate.

           move 0 to ws-found-rate-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-exchange-rate-count
               if (ws-xr-rate-date(ws-iterator) <=
                   ws-grp-transaction-date) then
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

           *> Never on a refund; required and converting at the
           *> day's store rate on anything but a void, matching
           *> editsProgram.
           if (ws-grp-transaction-code = "R") then
               move 't' to ws-error-occurred
           end-if.

           if (ws-grp-transaction-code = "V") then
               move cor-auth-ref to cv-auth-ref
           else
               if (cor-usd-amount is numeric) and
                   (cor-usd-amount > 0) then
                   move cor-usd-amount to cv-usd-amount
                   if (cor-transaction-amount is numeric) then
                       perform 257-find-usd-rate
                       if (ws-found-rate-idx = 0) then
                           move 't' to ws-error-occurred
                       else
                           perform 259-prove-usd-conversion
                       end-if
                   end-if
               else
                   move 't' to ws-error-occurred
               end-if
           end-if.

       259-prove-usd-conversion.

           compute ws-usd-converted-amount rounded =
               cor-usd-amount * ws-xr-store-rate(ws-found-rate-idx).
           compute ws-usd-difference =
               ws-usd-converted-amount - cor-transaction-amount.
           if (ws-usd-difference > ws-usd-tender-tolerance) or
               (ws-usd-difference < ws-usd-tolerance-negative) then
               move 't' to ws-error-occurred
           end-if.

       067-load-coupon-master.
           open input coupon-master-file.

           read coupon-master-file at end
               move "Y" to sw-coupon-eof.
           perform until sw-coupon-eof = "Y"
               *> A malformed coupon line is skipped, matching
               *> editsProgram.
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

       214-find-coupon-index.
           move 0 to ws-found-coupon-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-coupon-count
               if (ws-cp-coupon-code(ws-iterator) = cor-sku-code)
                   then
                   move ws-iterator to ws-found-coupon-idx
               end-if
           end-perform.

       065-load-rejected-invoices.
           open input invalid-data-file.


           move 'n' to sw-eof.

       218-check-service-plan-line.

           if (ws-grp-transaction-code not = "S") and
               (ws-grp-transaction-code not = "R") then
               move 't' to ws-error-occurred
           end-if.

           if (cor-quantity is numeric) and
               (cor-quantity not = 1) then
               move 't' to ws-error-occurred
           end-if.

           if (cor-serial-no = spaces) then
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
                           cor-serial-no) then
                           move "y" to sw-plan-unit-found
                       end-if
                   end-perform
                   if (sw-plan-unit-found = "n") then
                       move 't' to ws-error-occurred
                   end-if
               end-if
           end-if.

       210-read-item-master.
           move "n" to sw-item-found.
           move cor-sku-code to imx-sku-code.
               perform 115-apply-header
           when cor-detail-record
               perform 120-apply-detail
           when cor-tender-record
               perform 125-apply-tender
           when cor-discount-record
               perform 128-apply-discount
           when other
               *> Not a header, item, tender or coupon line - log it
               *> as still failing, outside any invoice group.
               add 1 to ws-rejected-again-count
               move cor-invoice-no to log-r-invoice-no
               move log-rejected-again-line to log-data-line
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
           move cor-invoice-no to ws-grp-invoice-no.
           move cor-transaction-code to ws-grp-transaction-code.
           move cor-payment-type to ws-grp-payment-type.
                   cor-payment-type = "DB" or
                   cor-payment-type = "GC" or
                   cor-payment-type = "MW" or
                   cor-payment-type = "OA" or
                   cor-payment-type = "SP" or
                   cor-payment-type = "US") then
                   move 't' to ws-error-occurred
               end-if
           end-if.

           *> Customer number - required and on the customer
           *> master for a layaway, optional but proven on a sale
           *> or exchange (the loyalty program posts against it)
           *> or a split-tender or tax-exempt invoice, blank on
           *> everything else, matching editsProgram.
           if (cor-transaction-code = "L") then
               perform 245-find-customer-index
               if (ws-found-customer-idx = 0) then
                   end-if
               else
                   if (cor-transaction-code = "S" or
                       cor-transaction-code = "X" or
                       cor-payment-type = "SP" or
                       cor-tax-exempt-code not = space) then
                       if (cor-customer-no not = spaces) then
                           perform 245-find-customer-index
                           if (ws-found-customer-idx = 0) then
               end-if
           end-if.

           *> The invoice's customer, for its tender lines - only
           *> one on the customer master counts.
           move cor-customer-no to ws-grp-customer-no.
           move 0 to ws-grp-customer-idx.
           if (cor-customer-no not = spaces) then
               perform 245-find-customer-index
               move ws-found-customer-idx to ws-grp-customer-idx
           end-if.

           *> Tax exemption claim - merchandise transactions only,
           *> against an unexpired certificate on file that covers
           *> the claim, matching editsProgram.
           move cor-tax-exempt-code to cv-tax-exempt-code.
           if (cor-tax-exempt-code not = space) then
               if (cor-tax-exempt-claim) and
                   (cor-transaction-code = "S" or
                   cor-transaction-code = "L" or
                   cor-transaction-code = "X" or
                   cor-transaction-code = "R") then
                   perform 247-check-exempt-certificate
               else
                   move 't' to ws-error-occurred
               end-if
           end-if.

           *> House-account credit limit, matching editsProgram -
           *> balance plus this charge cannot pass the limit. A
           *> refund back onto the account is exempt.
           move spaces to cv-serial-no.

           *> A serial number rides on the item line that shipped
           *> it, never on the header; a card-tender header carries
           *> its authorization reference there instead, required
           *> except on a void, matching editsProgram.
           if (cor-payment-type = "CR" or cor-payment-type = "DB"
               or cor-payment-type = "MW") and
               (cor-transaction-code not = "T") then
               if (cor-auth-ref not = spaces) then
                   move cor-auth-ref to cv-auth-ref
               else
                   if (cor-transaction-code not = "V") then
                       move 't' to ws-error-occurred
                   end-if
               end-if
           else
               if (cor-payment-type = "US") then
                   perform 258-check-usd-tender
               else
                   if (cor-serial-no not = spaces) then
                       move 't' to ws-error-occurred
                   end-if
               end-if
           end-if.

           *> Employee purchase - flag on sales and exchanges
               move 't' to ws-error-occurred
           end-if.

           *> A coupon is proven against the item lines rung ahead
           *> of it, so an item line after one fails, matching
           *> editsProgram.
           if (ws-grp-coupon-seen = 'y') then
               move 't' to ws-error-occurred
           end-if.

           perform 210-read-item-master.
           if (sw-item-found = "n") then
               move 't' to ws-error-occurred
           end-if.

           *> A service plan covers a serialized unit rung above it
           *> on the same sale, or comes back on a return against
           *> the serial it was sold on - the same rules
           *> editsProgram applies.
           if (sw-item-found = "y") and (imx-service-plan) then
               perform 218-check-service-plan-line
           else
               if (sw-item-found = "y") and
                   (cor-serial-no not = spaces) and
                   (ws-grp-unit-serial-count < 50) then
                   add 1 to ws-grp-unit-serial-count
                   move cor-serial-no to
                       ws-grp-unit-serial-no(ws-grp-unit-serial-count)
               end-if
           end-if.

           if not ((cor-quantity is numeric) and
               (cor-quantity > 0)) then
               move 't' to ws-error-occurred
           move cor-serial-no to cv-serial-no.
           move ws-grp-employee-flag to cv-employee-flag.
           move ws-grp-employee-id to cv-employee-id.
           move space to cv-tax-exempt-code.

           add 1 to ws-grp-detail-count.
           if (ws-grp-record-count < 51) then
               move 'x' to ws-grp-error
           end-if.

       125-apply-tender.

           if (ws-grp-open not = 'y') then
               *> A tender line with no corrected header in front
               *> of it - log it as still failing on its own.
               add 1 to ws-rejected-again-count
               move cor-invoice-no to log-r-invoice-no
               move log-rejected-again-line to log-data-line
               write log-data-line after advancing 1 line
           else
               if (ws-grp-unmatched = 'y') then
                   add 1 to ws-unmatched-count
               else
                   perform 127-edit-tender-fields
               end-if
           end-if.

       127-edit-tender-fields.

           *> Only a split-tender header is followed by tender
           *> lines, and each line must belong to its invoice,
           *> matching editsProgram.
           if (ws-grp-payment-type not = "SP") then
               move 't' to ws-error-occurred
           end-if.

           if (cor-invoice-no not = ws-grp-invoice-no) then
               move 't' to ws-error-occurred
           end-if.

           if not (cor-payment-type = "CA" or
               cor-payment-type = "CR" or
               cor-payment-type = "DB" or
               cor-payment-type = "GC" or
               cor-payment-type = "MW" or
               cor-payment-type = "OA" or
               cor-payment-type = "US") then
               move 't' to ws-error-occurred
           end-if.

           if (cor-transaction-amount is numeric) and
               (cor-transaction-amount > 0) then
               add cor-transaction-amount to ws-grp-tender-sum
           else
               move 't' to ws-error-occurred
           end-if.

           *> Card number on a GC tender only, and never paying
           *> for a gift card issuance, matching editsProgram.
           if (cor-payment-type = "GC") then
               if (cor-gift-card-no = spaces) or
                   (ws-grp-transaction-code = "G") then
                   move 't' to ws-error-occurred
               end-if
           else
               if (cor-gift-card-no not = spaces) then
                   move 't' to ws-error-occurred
               end-if
           end-if.

           *> A house-account tender charges the header's customer,
           *> inside their credit limit unless it is a refund,
           *> matching editsProgram.
           move spaces to cv-customer-no.
           if (cor-payment-type = "OA") then
               if (ws-grp-customer-idx = 0) then
                   move 't' to ws-error-occurred
               else
                   move ws-grp-customer-no to cv-customer-no
                   if (ws-grp-transaction-code not = "R") and
                       (cor-transaction-amount is numeric) then
                       add cor-transaction-amount to
                           ws-grp-oa-tender-sum
                       perform 252-check-tender-credit-limit
                   end-if
               end-if
           end-if.

           *> Carry the header's own fields onto the tender line,
           *> the same enrichment editsProgram gives it.
           move ws-grp-transaction-code to cv-transaction-code.
           move cor-transaction-amount to cv-transaction-amount.
           move cor-payment-type to cv-payment-type.
           move ws-grp-store-no to cv-store-no.
           move cor-invoice-no to cv-invoice-no.
           move spaces to cv-sku-code.
           move spaces to cv-return-reason-code.
           move ws-grp-cashier-id to cv-cashier-id.
           move ws-grp-transaction-date to cv-transaction-date.
           move ws-grp-transaction-time to cv-transaction-time.
           move "P" to cv-record-type.
           move 0 to cv-quantity.
           move 0 to cv-unit-price.
           move cor-gift-card-no to cv-gift-card-no.
           move spaces to cv-original-invoice-no.
           move ws-grp-to-store-no to cv-to-store-no.
           move spaces to cv-serial-no.
           *> A card tender's own authorization reference, required
           *> on every card tender line but a void's, blank on any
           *> other tender, matching editsProgram.
           if (cor-payment-type = "CR" or cor-payment-type = "DB"
               or cor-payment-type = "MW") then
               if (cor-auth-ref not = spaces) then
                   move cor-auth-ref to cv-auth-ref
               else
                   if (ws-grp-transaction-code not = "V") then
                       move 't' to ws-error-occurred
                   end-if
               end-if
           else
               if (cor-payment-type = "US") then
                   perform 258-check-usd-tender
               else
                   if (cor-auth-ref not = spaces) then
                       move 't' to ws-error-occurred
                   end-if
               end-if
           end-if.
           move ws-grp-employee-flag to cv-employee-flag.
           move ws-grp-employee-id to cv-employee-id.
           move space to cv-tax-exempt-code.

           add 1 to ws-grp-tender-count.
           if (ws-grp-record-count < 51) then
               add 1 to ws-grp-record-count
               move cor-valid-line to
                   ws-grp-valid-image(ws-grp-record-count)
           else
               move 'x' to ws-grp-error
               add 1 to ws-rejected-again-count
           end-if.

           if (ws-error-occurred = 't') then
               move 'x' to ws-grp-error
           end-if.

       128-apply-discount.

           if (ws-grp-open not = 'y') then
               *> A coupon line with no corrected header in front
               *> of it - log it as still failing on its own.
               add 1 to ws-rejected-again-count
               move cor-invoice-no to log-r-invoice-no
               move log-rejected-again-line to log-data-line
               write log-data-line after advancing 1 line
           else
               if (ws-grp-unmatched = 'y') then
                   add 1 to ws-unmatched-count
               else
                   perform 129-edit-discount-fields
               end-if
           end-if.

       129-edit-discount-fields.

           move 'y' to ws-grp-coupon-seen.

           *> A coupon only comes off a sale or an exchange, belongs
           *> to its invoice, and must be on the coupon master, in
           *> effect on the invoice's date, over its minimum
           *> purchase and for exactly what the coupon gives -
           *> matching editsProgram.
           if (ws-grp-transaction-code not = "S") and
               (ws-grp-transaction-code not = "X") then
               move 't' to ws-error-occurred
           end-if.

           if (cor-invoice-no not = ws-grp-invoice-no) then
               move 't' to ws-error-occurred
           end-if.

           if (cor-transaction-amount is numeric) and
               (cor-transaction-amount > 0) then
               add cor-transaction-amount to ws-grp-discount-sum
           else
               move 't' to ws-error-occurred
           end-if.

           perform 214-find-coupon-index.
           if (ws-found-coupon-idx = 0) then
               move 't' to ws-error-occurred
           else
               if (ws-grp-transaction-date <
                   ws-cp-start-date(ws-found-coupon-idx)) or
                   (ws-grp-transaction-date >
                   ws-cp-end-date(ws-found-coupon-idx)) or
                   (ws-grp-detail-sum <
                   ws-cp-minimum-purchase(ws-found-coupon-idx)) then
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
               if (cor-transaction-amount is numeric) and
                   (cor-transaction-amount not = ws-coupon-check)
                   then
                   move 't' to ws-error-occurred
               end-if
           end-if.

           *> Carry the header's own fields onto the coupon line,
           *> the same enrichment editsProgram gives it.
           move ws-grp-transaction-code to cv-transaction-code.
           move cor-transaction-amount to cv-transaction-amount.
           move ws-grp-payment-type to cv-payment-type.
           move ws-grp-store-no to cv-store-no.
           move cor-invoice-no to cv-invoice-no.
           move cor-sku-code to cv-sku-code.
           move spaces to cv-return-reason-code.
           move ws-grp-cashier-id to cv-cashier-id.
           move ws-grp-transaction-date to cv-transaction-date.
           move ws-grp-transaction-time to cv-transaction-time.
           move "C" to cv-record-type.
           move 0 to cv-quantity.
           move 0 to cv-unit-price.
           move spaces to cv-gift-card-no.
           move spaces to cv-customer-no.
           move spaces to cv-original-invoice-no.
           move ws-grp-to-store-no to cv-to-store-no.
           move spaces to cv-serial-no.
           move ws-grp-employee-flag to cv-employee-flag.
           move ws-grp-employee-id to cv-employee-id.
           move space to cv-tax-exempt-code.

           if (ws-grp-record-count < 51) then
               add 1 to ws-grp-record-count
               move cor-valid-line to
                   ws-grp-valid-image(ws-grp-record-count)
           else
               move 'x' to ws-grp-error
               add 1 to ws-rejected-again-count
           end-if.

           if (ws-error-occurred = 't') then
               move 'x' to ws-grp-error
           end-if.

       150-finalize-correction-group.

           if (ws-grp-open = 'y') then
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

       155-close-out-matched-group.
           *> A layaway header carries the payment amount while its
           *> item lines carry the merchandise value, so the sum
           *> proof does not apply to it - matching editsProgram.
           *> Coupon discounts come off the item lines' total first.
           if (ws-grp-detail-count > 0) and
               (ws-grp-transaction-code not = "L") and
               (ws-grp-detail-sum - ws-grp-discount-sum not =
               ws-grp-transaction-amount) then
               move 'x' to ws-grp-error
           end-if.

           *> A split-tender invoice's tender lines must cover
           *> exactly the header total - matching editsProgram.
           if (ws-grp-payment-type = "SP") and
               ((ws-grp-tender-count = 0) or
               (ws-grp-tender-sum not =
               ws-grp-transaction-amount)) then
               move 'x' to ws-grp-error
           end-if.

           *> The invoice stands or falls as a whole. The applied
           *> count is per record, since that is what
           *> 080-update-edits-control folds into the good-record
