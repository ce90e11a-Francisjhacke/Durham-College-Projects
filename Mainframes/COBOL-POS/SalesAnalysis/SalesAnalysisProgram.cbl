               access mode is dynamic
               record key is imx-sku-code.

           *> The unit cost dataSplitAndCountProgram relieved each
           *> of the day's item lines at - the same cost the GL
           *> journal's COGS entries were booked at, before
           *> receiving and the cycle counts moved the averages.
           select line-cost-file assign to
               '../../../data/line-cost.dat' organization is line
               sequential.

           *> Stock-on-hand subledger, read for a position's
           *> weighted-average cost only when the line-cost table
           *> has overflowed.
           select stock-master-file assign to
               '../../../data/stock-master.dat'
               organization is indexed
               access mode is dynamic
               record key is stk-key.

           *> Department master - the name, and the buyer, behind
           *> each bare department and category code. OPTIONAL -
           *> absent, every code prints as not on the master.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/dept-category-report.dat'
               organization is line sequential.
               '../../../data/dept-category-report.csv'
               organization is line sequential.

           *> The coupon master editsProgram proves coupon lines
           *> against - read here for each coupon's description and
           *> who funds it. OPTIONAL, matching editsProgram.
           select optional coupon-master-file assign to
               '../../../data/coupon-master.dat' organization is
               line sequential.

           *> Redemptions and markdown dollars per coupon, so
           *> marketing sees what each coupon actually cost.
           select coupon-report-file assign to
               '../../../data/coupon-redemption.dat'
               organization is line sequential.

           *> One record per manufacturer-funded coupon redeemed,
           *> for the clearing house that bills the manufacturers
           *> (and the mall, on its certificates) back.
           select mfr-clearing-file assign to
               '../../../data/mfr-coupon-clearing.out'
               organization is line sequential.

       data division.
       file section.

           05 sd-record-type                            pic x.
               88 sd-header-record                      value "H".
               88 sd-detail-record                      value "D".
               88 sd-discount-record                    value "C".
           05 sd-quantity                               pic 9(3).
           05 sd-unit-price                             pic 9(5)v99.
           05 sd-gift-card-no                           pic x(16).
           05 xd-record-type                            pic x.
               88 xd-header-record                      value "H".
               88 xd-detail-record                      value "D".
               88 xd-discount-record                    value "C".
           05 xd-quantity                               pic 9(3).
           05 xd-unit-price                             pic 9(5)v99.
           05 xd-gift-card-no                           pic x(16).
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

       fd department-master-file
           data record is department-master-record.

       01 department-master-record.
           05 dm-department                             pic xx.
           05 dm-category                               pic xx.
           05 dm-description                            pic x(20).
           05 dm-buyer-name                             pic x(20).
           05 dm-revenue-gl-account                     pic x(6).
           05 dm-returns-gl-account                     pic x(6).

       fd report-file
           data record is report-data-line.
       fd csv-report-file
           data record is csv-data-line.

       01 csv-data-line                                 pic x(160).

       fd coupon-master-file
           data record is coupon-master-record.

       01 coupon-master-record.
           05 cpn-coupon-code                           pic x(10).
           05 cpn-description                           pic x(20).
           05 cpn-coupon-type                           pic x.
           05 cpn-discount-amount                       pic 9(5)v99.
           05 cpn-discount-pct                          pic 9(2)v99.
           05 cpn-minimum-purchase                      pic 9(5)v99.
           05 cpn-start-date                            pic 9(8).
           05 cpn-end-date                              pic 9(8).
           05 cpn-issuer                                pic x.
               88 cpn-manufacturer-issued               value "M".
           05 cpn-manufacturer-no                       pic x(6).

       fd coupon-report-file
           data record is coupon-data-line.

       01 coupon-data-line                              pic x(120).

       fd mfr-clearing-file
           data record is mfr-clearing-record.

       01 mfr-clearing-record.
           05 mcc-manufacturer-no                       pic x(6).
           05 mcc-coupon-code                           pic x(10).
           05 mcc-store-no                              pic xx.
           05 mcc-invoice-no                            pic x(9).
           05 mcc-redeem-date                           pic 9(8).
           05 mcc-discount-amount                       pic 9(5)v99.
           05 mcc-business-date                         pic 9(8).

       01 csv-heading-line                              pic x(160)
           value
           "DEPARTMENT,CATEGORY,NAME,SALES LINES,SALES UNITS,SALES AMOUN
      -    "T,RETURN LINES,RETURN UNITS,RETURN AMOUNT,PCT OF DAY,NET COS
      -    "T,GM DOLLARS,GM PCT".

       01 csv-detail-line.
           05 csv-department                            pic xx.
           05 filler                                    pic x
               value ",".
           05 csv-category                              pic xx.
           05 filler                                    pic x
               value ",".
           05 csv-dept-category-name                    pic x(20).
           05 filler                                    pic x
               value ",".
           05 csv-sales-lines                           pic z(4)9.
           05 filler                                    pic x
               value ",".
           05 csv-pct-of-day                            pic zz9.9.
           05 filler                                    pic x
               value ",".
           05 csv-net-cost                              pic
               -(7)9.99.
           05 filler                                    pic x
               value ",".
           05 csv-gm-amount                             pic
               -(7)9.99.
           05 filler                                    pic x
               value ",".
           05 csv-gm-pct                                pic -(3)9.9.

       working-storage section.

       01 sw-item-found                                 pic x
           value 'n'.

       01 ws-stock-key-found                            pic x
           value 'n'.

       01 sw-line-cost-eof                              pic x
           value 'n'.

       01 sw-line-cost-overflow                         pic x
           value 'n'.

       *> One entry per store and SKU the split costed - the
       *> split reads each position's average once for the whole
       *> run, so every line of a position carries the same unit
       *> cost.
       01 ws-line-cost-table.
           05 ws-line-cost-count                        pic 9(4)
               value 0.
           05 ws-line-cost-entries occurs 5000 times
               indexed by ws-line-cost-idx.
               10 ws-lc-store-no                        pic xx.
               10 ws-lc-sku-code                        pic x(15).
               10 ws-lc-unit-cost                       pic 9(5)v9999.

       01 ws-line-cost-iterator                         pic 9(4)
           value 1.

       01 ws-found-line-cost-idx                        pic 9(4)
           value 0.

       *> One analysis bucket per department/category combination
       *> seen this run - sales include the exchange replacement
       *> sale leg, since an exchange detail line is merchandise
                   value 0.
               10 ws-an-returns-amount                  pic 9(7)v99
                   value 0.
               10 ws-an-sales-cost                      pic 9(7)v99
                   value 0.
               10 ws-an-returns-cost                    pic 9(7)v99
                   value 0.

       01 ws-found-analysis-idx                         pic 999
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

       *> The codes looked up, and the name and buyer the master
       *> gives them.
       01 ws-dm-lookup-department                       pic xx.
       01 ws-dm-lookup-category                         pic xx.
       01 ws-dm-lookup-name                             pic x(20).
       01 ws-dm-lookup-buyer                            pic x(20).
       01 ws-dm-category-name                           pic x(20).
       01 ws-dm-category-buyer                          pic x(20).

       01 ws-iterator                                   pic 999
           value 1.

           05 ws-an-tran-date                           pic 9(8).
           05 ws-an-lookup-department                   pic xx.
           05 ws-an-lookup-category                     pic xx.
           05 ws-an-store-no                            pic xx.
           05 ws-an-unit-cost                           pic 9(5)v9999.
           05 ws-an-line-cost                           pic 9(7)v99.

       *> Net margin for the line being printed - sales less
       *> returns, less the cost of the one net of the other.
       01 ws-margin-fields.
           05 ws-net-sales-amount                       pic s9(8)v99
               value 0.
           05 ws-net-cost-amount                        pic s9(8)v99
               value 0.
           05 ws-gm-amount                              pic s9(8)v99
               value 0.
           05 ws-gm-pct                                 pic s999v9
               value 0.

       01 sw-promo-eof                                  pic x
           value 'n'.
       01 ws-promo-iterator                             pic 999
           value 1.

       01 sw-coupon-eof                                 pic x
           value 'n'.

       *> Coupon master with per-coupon accumulators. A coupon line
       *> whose code has since dropped off the master still lands
       *> on the report, under its own code, so its markdown does
       *> not vanish.
       01 ws-coupon-table.
           05 ws-coupon-count                           pic 999
               value 0.
           05 ws-coupon-entries occurs 300 times
               indexed by ws-coupon-idx.
               10 ws-cp-coupon-code                     pic x(10).
               10 ws-cp-description                     pic x(20).
               10 ws-cp-coupon-type                     pic x.
               10 ws-cp-issuer                          pic x.
               10 ws-cp-manufacturer-no                 pic x(6).
               10 ws-cp-redemptions                     pic 9(5)
                   value 0.
               10 ws-cp-markdown-amount                 pic 9(7)v99
                   value 0.

       01 ws-found-coupon-idx                           pic 999
           value 0.

       *> The coupon line being analyzed, copied here so the sales
       *> and exchange files feed the same accumulation paragraph.
       01 ws-coupon-fields.
           05 ws-cr-coupon-code                         pic x(10).
           05 ws-cr-amount                              pic 9(5)v99.
           05 ws-cr-store-no                            pic xx.
           05 ws-cr-invoice-no                          pic x(9).
           05 ws-cr-tran-date                           pic 9(8).

       01 ws-coupon-totals.
           05 ws-total-redemptions                      pic 9(6)
               value 0.
           05 ws-total-markdown-amount                  pic 9(8)v99
               value 0.
           05 ws-total-mfr-amount                       pic 9(8)v99
               value 0.

       *> Item lines read across all three split files, for the
       *> run journal's records-read figure.
       01 ws-lines-analyzed                             pic 9(6)
               value 0.
           05 ws-total-returns-amount                   pic 9(8)v99
               value 0.
           05 ws-total-sales-cost                       pic 9(8)v99
               value 0.
           05 ws-total-returns-cost                     pic 9(8)v99
               value 0.

       01 ws-pct-of-day                                 pic 999v9
           value 0.
               value "DEPARTMENT/CATEGORY SALES ANALYSIS".

       01 headings-line1.
           05 filler                                    pic x(27)
               value "DP  CT  DEPARTMENT/CATEGORY".
           05 filler                                    pic x(5)
               value "SALES".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "PCT OF".
           05 filler                                    pic x(7)
               value spaces.
           05 filler                                    pic x(3)
               value "NET".
           05 filler                                    pic x(10)
               value spaces.
           05 filler                                    pic x(5)
               value "GROSS".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(5)
               value "GROSS".

       01 headings-line2.
           05 filler                                    pic x(27)
               value spaces.
           05 filler                                    pic x(5)
               value "LINES".
               value spaces.
           05 filler                                    pic x(3)
               value "DAY".
           05 filler                                    pic x(7)
               value spaces.
           05 filler                                    pic x(4)
               value "COST".
           05 filler                                    pic x(7)
               value spaces.
           05 filler                                    pic x(6)
               value "MARGIN".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(4)
               value "GM %".

       01 prt-analysis-line.
           05 prt-department                            pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-category                              pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-dept-category-name                    pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sales-lines                           pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pct-of-day                            pic zz9.9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-net-cost                              pic
               -zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-gm-amount                             pic
               -zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-gm-pct                                pic -zz9.9.

       01 totals-line1.
           05 filler                                    pic x(19)
           05 prt-total-returns-amount                  pic
               z,zzz,zz9.99.

       01 totals-line2.
           05 filler                                    pic x(15)
               value "Total Net Cost:".
           05 filler                                    pic x(6)
               value spaces.
           05 prt-total-net-cost                        pic
               -z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(19)
               value "Total Gross Margin:".
           05 filler                                    pic x(4)
               value spaces.
           05 prt-total-gm-amount                       pic
               -z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "GM %:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-gm-pct                          pic -zz9.9.

       01 promo-heading-line.
           05 filler                                    pic x(24)
               value spaces.
           05 prt-pc-regular-dollars                    pic
               zzz,zz9.99.

       01 coupon-heading-line.
           05 filler                                    pic x(24)
               value spaces.
           05 filler                                    pic x(24)
               value "COUPON REDEMPTION REPORT".

       01 coupon-headings-line1.
           05 filler                                    pic x(6)
               value "COUPON".
           05 filler                                    pic x(6)
               value spaces.
           05 filler                                    pic x(11)
               value "DESCRIPTION".
           05 filler                                    pic x(11)
               value spaces.
           05 filler                                    pic x(4)
               value "TYPE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "ISSUER".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "MFR NO".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(11)
               value "REDEMPTIONS".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "MARKDOWN".

       01 prt-coupon-line.
           05 prt-cp-coupon-code                        pic x(10).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cp-description                        pic x(20).
           05 filler                                    pic x(3)
               value spaces.
           05 prt-cp-coupon-type                        pic x.
           05 filler                                    pic x(6)
               value spaces.
           05 prt-cp-issuer                             pic x.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-cp-manufacturer-no                    pic x(6).
           05 filler                                    pic x(6)
               value spaces.
           05 prt-cp-redemptions                        pic z(4)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cp-markdown-amount                    pic
               z,zzz,zz9.99.

       01 coupon-totals-line.
           05 filler                                    pic x(18)
               value "Total Redemptions:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-redemptions                     pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(15)
               value "Total Markdown:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-markdown-amount                 pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(20)
               value "Manufacturer Billed:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-mfr-amount                      pic
               z,zzz,zz9.99.

       procedure division.

           perform 040-resolve-business-date.

           *> Open files
           open input sales-file, returns-file, exchange-file.
           open input item-master-index-file, stock-master-file.
           open output report-file, csv-report-file.

           *> Load the promotion calendar before any sale line is
           *> weighed against it.
           perform 055-load-promo-calendar.

           *> Load the coupon master before any coupon line is
           *> tallied against it.
           perform 057-load-coupon-master.

           *> Load the department master so every bucket prints
           *> under a name, not just its codes.
           perform 058-load-department-master.
           open output mfr-clearing-file.

           *> Load the cost the split booked for each position
           *> before any line is costed against it.
           perform 059-load-line-costs.

           *> Accumulate the day's item lines from all three split
           *> files into the department/category buckets.
           perform 100-analyze-sales.
           *> price and what sold at regular price regardless.
           perform 250-report-promo-effectiveness.

           *> One line per coupon redeemed - how often, and what it
           *> took off the day's sales.
           perform 260-report-coupon-redemptions.

           perform 900-write-run-journal.

           accept return-code.

           close sales-file, returns-file, exchange-file,
               item-master-index-file, stock-master-file,
               report-file, csv-report-file, mfr-clearing-file.

           goback.

                   move sd-transaction-amount to ws-an-amount
                   move sd-unit-price to ws-an-unit-price
                   move sd-transaction-date to ws-an-tran-date
                   move sd-store-no to ws-an-store-no
                   perform 160-accumulate-sale
               end-if

               if (sd-discount-record) then
                   move sd-sku-code to ws-cr-coupon-code
                   move sd-transaction-amount to ws-cr-amount
                   move sd-store-no to ws-cr-store-no
                   move sd-invoice-no to ws-cr-invoice-no
                   move sd-transaction-date to ws-cr-tran-date
                   perform 175-accumulate-coupon
               end-if

           read sales-file at end move "Y" to sw-sales-eof
           end-perform.

                   move xd-transaction-amount to ws-an-amount
                   move xd-unit-price to ws-an-unit-price
                   move xd-transaction-date to ws-an-tran-date
                   move xd-store-no to ws-an-store-no
                   perform 160-accumulate-sale
               end-if

               if (xd-discount-record) then
                   move xd-sku-code to ws-cr-coupon-code
                   move xd-transaction-amount to ws-cr-amount
                   move xd-store-no to ws-cr-store-no
                   move xd-invoice-no to ws-cr-invoice-no
                   move xd-transaction-date to ws-cr-tran-date
                   perform 175-accumulate-coupon
               end-if

           read exchange-file at end move "Y" to sw-exchange-eof
           end-perform.

                   move rd-sku-code to ws-an-sku-code
                   move rd-quantity to ws-an-quantity
                   move rd-transaction-amount to ws-an-amount
                   move rd-store-no to ws-an-store-no
                   perform 170-accumulate-return
               end-if

                   ws-an-sales-units(ws-found-analysis-idx)
               add ws-an-amount to
                   ws-an-sales-amount(ws-found-analysis-idx)
               add ws-an-line-cost to
                   ws-an-sales-cost(ws-found-analysis-idx)
           end-if.
           add ws-an-amount to ws-total-sales-amount.
           add ws-an-line-cost to ws-total-sales-cost.
           perform 195-accumulate-promo.

       170-accumulate-return.
                   ws-an-returns-units(ws-found-analysis-idx)
               add ws-an-amount to
                   ws-an-returns-amount(ws-found-analysis-idx)
               add ws-an-line-cost to
                   ws-an-returns-cost(ws-found-analysis-idx)
           end-if.
           add ws-an-amount to ws-total-returns-amount.
           add ws-an-line-cost to ws-total-returns-cost.

       175-accumulate-coupon.

           perform 177-find-or-add-coupon-index.
           add 1 to ws-total-redemptions.
           add ws-cr-amount to ws-total-markdown-amount.
           if (ws-found-coupon-idx > 0) then
               add 1 to ws-cp-redemptions(ws-found-coupon-idx)
               add ws-cr-amount to
                   ws-cp-markdown-amount(ws-found-coupon-idx)

               *> A manufacturer's coupon is money the store is owed
               *> back - one clearing record per redemption, so the
               *> clearing house can bill it line by line.
               if (ws-cp-issuer(ws-found-coupon-idx) = "M") then
                   move ws-cp-manufacturer-no(ws-found-coupon-idx)
                       to mcc-manufacturer-no
                   move ws-cr-coupon-code to mcc-coupon-code
                   move ws-cr-store-no to mcc-store-no
                   move ws-cr-invoice-no to mcc-invoice-no
                   move ws-cr-tran-date to mcc-redeem-date
                   move ws-cr-amount to mcc-discount-amount
                   move ws-run-date to mcc-business-date
                   write mfr-clearing-record
                   add ws-cr-amount to ws-total-mfr-amount
               end-if
           end-if.

       177-find-or-add-coupon-index.
           move 0 to ws-found-coupon-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-coupon-count
               if (ws-cp-coupon-code(ws-iterator) =
                   ws-cr-coupon-code) then
                   move ws-iterator to ws-found-coupon-idx
               end-if
           end-perform.

           if (ws-found-coupon-idx = 0) and
               (ws-coupon-count < 300) then
               add 1 to ws-coupon-count
               move ws-cr-coupon-code to
                   ws-cp-coupon-code(ws-coupon-count)
               move "NOT ON COUPON MASTER" to
                   ws-cp-description(ws-coupon-count)
               move space to ws-cp-coupon-type(ws-coupon-count)
               move space to ws-cp-issuer(ws-coupon-count)
               move spaces to
                   ws-cp-manufacturer-no(ws-coupon-count)
               move ws-coupon-count to ws-found-coupon-idx
           end-if.

       057-load-coupon-master.
           open input coupon-master-file.

           read coupon-master-file at end
               move "Y" to sw-coupon-eof.
           perform until sw-coupon-eof = "Y"
               if (ws-coupon-count < 300) then
                   add 1 to ws-coupon-count
                   move cpn-coupon-code to
                       ws-cp-coupon-code(ws-coupon-count)
                   move cpn-description to
                       ws-cp-description(ws-coupon-count)
                   move cpn-coupon-type to
                       ws-cp-coupon-type(ws-coupon-count)
                   move cpn-issuer to
                       ws-cp-issuer(ws-coupon-count)
                   move cpn-manufacturer-no to
                       ws-cp-manufacturer-no(ws-coupon-count)
               end-if

               read coupon-master-file at end
                   move "Y" to sw-coupon-eof
           end-perform.

           close coupon-master-file.

       058-load-department-master.

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
               end-if
               read department-master-file at end
                   move "Y" to sw-department-master-eof
           end-perform.
           close department-master-file.

       059-load-line-costs.

           open input line-cost-file.
           read line-cost-file at end
               move "Y" to sw-line-cost-eof.
           perform until sw-line-cost-eof = "Y"
               move lc-store-no to ws-an-store-no
               move lc-sku-code to ws-an-sku-code
               perform 187-find-line-cost
               if (ws-found-line-cost-idx = 0) then
                   if (ws-line-cost-count < 5000) then
                       add 1 to ws-line-cost-count
                       move lc-store-no to
                           ws-lc-store-no(ws-line-cost-count)
                       move lc-sku-code to
                           ws-lc-sku-code(ws-line-cost-count)
                       move lc-unit-cost to
                           ws-lc-unit-cost(ws-line-cost-count)
                   else
                       move "y" to sw-line-cost-overflow
                   end-if
               end-if
               read line-cost-file at end
                   move "Y" to sw-line-cost-eof
           end-perform.
           close line-cost-file.

           if (sw-line-cost-overflow = "y") then
               display "DEPTCAT - LINE COST TABLE FULL - POSITIONS "
                   "PAST IT COSTED AT THE CURRENT AVERAGE"
           end-if.

       055-load-promo-calendar.
           open input promo-calendar-file.

           close promo-report-file.

       260-report-coupon-redemptions.

           open output coupon-report-file.

           write coupon-data-line from coupon-heading-line.
           write coupon-data-line from coupon-headings-line1
               after advancing 2 lines.

           *> Only coupons actually redeemed today - the master
           *> carries every coupon on file, most of them idle on
           *> any one day.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-coupon-count
               if (ws-cp-redemptions(ws-iterator) > 0) then
                   move ws-cp-coupon-code(ws-iterator) to
                       prt-cp-coupon-code
                   move ws-cp-description(ws-iterator) to
                       prt-cp-description
                   move ws-cp-coupon-type(ws-iterator) to
                       prt-cp-coupon-type
                   move ws-cp-issuer(ws-iterator) to prt-cp-issuer
                   move ws-cp-manufacturer-no(ws-iterator) to
                       prt-cp-manufacturer-no
                   move ws-cp-redemptions(ws-iterator) to
                       prt-cp-redemptions
                   move ws-cp-markdown-amount(ws-iterator) to
                       prt-cp-markdown-amount
                   write coupon-data-line from prt-coupon-line
               end-if
           end-perform.

           move ws-total-redemptions to prt-total-redemptions.
           move ws-total-markdown-amount to
               prt-total-markdown-amount.
           move ws-total-mfr-amount to prt-total-mfr-amount.
           write coupon-data-line from coupon-totals-line
               after advancing 2 lines.

           close coupon-report-file.

       180-read-item-master.
           move "n" to sw-item-found.
           move ws-an-sku-code to imx-sku-code.
               move ws-analysis-count to ws-found-analysis-idx
           end-if.

           perform 185-cost-analysis-line.

       185-cost-analysis-line.

           *> Cost the line at the unit cost the split relieved it
           *> at, so the margin ties to the GL journal's COGS. A
           *> position the split did not cost - a service plan has
           *> no inventory - costs nothing here either.
           move 0 to ws-an-unit-cost.
           perform 187-find-line-cost.
           if (ws-found-line-cost-idx > 0) then
               move ws-lc-unit-cost(ws-found-line-cost-idx) to
                   ws-an-unit-cost
           end-if.

           *> Only a position past a full table falls back to its
           *> store's weighted-average cost for the SKU, then to
           *> the item master's standard cost for a position no
           *> receipt has costed - the item master record is still
           *> in the buffer from the department/category join.
           if (ws-found-line-cost-idx = 0) and
               (sw-line-cost-overflow = "y") then
               perform 186-cost-at-current-average
           end-if.

           compute ws-an-line-cost rounded =
               ws-an-quantity * ws-an-unit-cost.

       186-cost-at-current-average.

           move "n" to ws-stock-key-found.
           move ws-an-sku-code to stk-sku-code.
           move ws-an-store-no to stk-store-no.
           read stock-master-file
               invalid key move "n" to ws-stock-key-found
               not invalid key move "y" to ws-stock-key-found
           end-read.
           if (ws-stock-key-found = "y") and
               (stk-average-cost is numeric) then
               move stk-average-cost to ws-an-unit-cost
           end-if.

           if (ws-an-unit-cost = 0) and (sw-item-found = "y") and
               (imx-unit-cost is numeric) then
               move imx-unit-cost to ws-an-unit-cost
           end-if.

       187-find-line-cost.

           move 0 to ws-found-line-cost-idx.
           move 1 to ws-line-cost-iterator.
           perform varying ws-line-cost-iterator
               from 1
               by 1
               until ws-line-cost-iterator > ws-line-cost-count
               if (ws-lc-store-no(ws-line-cost-iterator) =
                   ws-an-store-no) and
                   (ws-lc-sku-code(ws-line-cost-iterator) =
                   ws-an-sku-code) then
                   move ws-line-cost-iterator to
                       ws-found-line-cost-idx
               end-if
           end-perform.

       200-report-analysis.

           write report-data-line from report-heading-line.
               move ws-an-department(ws-iterator) to
                   prt-department
               move ws-an-category(ws-iterator) to prt-category
               move ws-an-department(ws-iterator) to
                   ws-dm-lookup-department
               move ws-an-category(ws-iterator) to
                   ws-dm-lookup-category
               perform 205-find-department-name
               if (ws-an-department(ws-iterator) = "**") then
                   move "SKU NOT ON ITEM MASTER" to
                       ws-dm-lookup-name
               end-if
               move ws-dm-lookup-name to prt-dept-category-name
               move ws-an-sales-lines(ws-iterator) to
                   prt-sales-lines
               move ws-an-sales-units(ws-iterator) to
               move ws-an-returns-amount(ws-iterator) to
                   prt-returns-amount
               move ws-pct-of-day to prt-pct-of-day

               compute ws-net-sales-amount =
                   ws-an-sales-amount(ws-iterator) -
                   ws-an-returns-amount(ws-iterator)
               compute ws-net-cost-amount =
                   ws-an-sales-cost(ws-iterator) -
                   ws-an-returns-cost(ws-iterator)
               perform 210-compute-margin
               move ws-net-cost-amount to prt-net-cost
               move ws-gm-amount to prt-gm-amount
               move ws-gm-pct to prt-gm-pct
               write report-data-line from prt-analysis-line

               move ws-an-department(ws-iterator) to
                   csv-department
               move ws-an-category(ws-iterator) to csv-category
               move ws-dm-lookup-name to csv-dept-category-name
               move ws-an-sales-lines(ws-iterator) to
                   csv-sales-lines
               move ws-an-sales-units(ws-iterator) to
               move ws-an-returns-amount(ws-iterator) to
                   csv-returns-amount
               move ws-pct-of-day to csv-pct-of-day
               move ws-net-cost-amount to csv-net-cost
               move ws-gm-amount to csv-gm-amount
               move ws-gm-pct to csv-gm-pct
               write csv-data-line from csv-detail-line
           end-perform.

           write report-data-line from totals-line1
               after advancing 2 lines.

           compute ws-net-sales-amount =
               ws-total-sales-amount - ws-total-returns-amount.
           compute ws-net-cost-amount =
               ws-total-sales-cost - ws-total-returns-cost.
           perform 210-compute-margin.
           move ws-net-cost-amount to prt-total-net-cost.
           move ws-gm-amount to prt-total-gm-amount.
           move ws-gm-pct to prt-total-gm-pct.
           write report-data-line from totals-line2.

       205-find-department-name.

           *> A category's own name where the master has one, else
           *> its department's - the buyer falls back the same way.
           *> A code the master does not carry says so instead of
           *> printing blank.
           move spaces to ws-dm-lookup-name.
           move spaces to ws-dm-lookup-buyer.
           move spaces to ws-dm-category-name.
           move spaces to ws-dm-category-buyer.
           perform varying ws-dept-master-idx
               from 1
               by 1
               until ws-dept-master-idx > ws-dept-master-count
               if (ws-dm-department(ws-dept-master-idx) =
                   ws-dm-lookup-department) then
                   if (ws-dm-category(ws-dept-master-idx) = spaces)
                       then
                       move ws-dm-description(ws-dept-master-idx)
                           to ws-dm-lookup-name
                       move ws-dm-buyer-name(ws-dept-master-idx) to
                           ws-dm-lookup-buyer
                   else
                       if (ws-dm-category(ws-dept-master-idx) =
                           ws-dm-lookup-category) then
                           move ws-dm-description
                               (ws-dept-master-idx) to
                               ws-dm-category-name
                           move ws-dm-buyer-name
                               (ws-dept-master-idx) to
                               ws-dm-category-buyer
                       end-if
                   end-if
               end-if
           end-perform.

           if (ws-dm-category-name not = spaces) then
               move ws-dm-category-name to ws-dm-lookup-name
           end-if.
           if (ws-dm-category-buyer not = spaces) then
               move ws-dm-category-buyer to ws-dm-lookup-buyer
           end-if.
           if (ws-dm-lookup-name = spaces) then
               move "NOT ON DEPT MASTER" to ws-dm-lookup-name
           end-if.

       210-compute-margin.

           *> Margin dollars off net sales and net cost, and margin
           *> percent of net sales - a bucket that netted to zero
           *> sales reports zero percent instead of dividing by it.
           compute ws-gm-amount =
               ws-net-sales-amount - ws-net-cost-amount.
           compute ws-gm-pct rounded =
               (ws-gm-amount / ws-net-sales-amount) * 100
               on size error
                   move 0 to ws-gm-pct
           end-compute.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.
