               access mode is dynamic
               record key is stk-key.

           *> Keyed copy of the item master, rebuilt each run by
           *> editsProgram - its standard cost relieves a position
           *> no receipt has costed yet.
           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           *> The subledger's total before and after this step
           *> posted, appended once per run - the balancing proof
           *> near the end of the chain holds the movement between
           *> the two up against what the GL journal says moved.
           select optional subledger-movement-file assign to
               '../../../data/subledger-movement.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/stock-movement-report.dat'
               organization is line sequential.
           *> off the report.
           05 stk-reorder-point                         pic 9(5).
           05 stk-reorder-qty                           pic 9(5).
           *> Weighted-average unit cost of the units on hand,
           *> re-blended by every receipt at its landed cost and
           *> relieved at this rate as units leave.
           05 stk-average-cost                          pic 9(5)v9999.
           *> Business dates the position last sold (a sale or an
           *> exchange - not a transfer out) and last took a vendor
           *> receipt. Zero until it first does; the aged stock
           *> report measures how long units have sat from them.
           05 stk-last-sold-date                        pic 9(8).
           05 stk-last-received-date                    pic 9(8).

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
           05 ws-rj-start-date                         pic 9(8).
           05 ws-rj-start-time                         pic 9(6).

       01 sw-stock-sweep-eof                            pic x
           value 'n'.

       *> Units on hand across every position, before and after
       *> this batch - the difference is the net of everything
       *> the run posted, a transfer's two legs cancelling.
       01 ws-stock-sweep-total                          pic s9(11)v99
           value 0.
       01 ws-opening-on-hand-total                      pic s9(11)v99
           value 0.
       01 ws-closing-on-hand-total                      pic s9(11)v99
           value 0.


       01 sw-returns-eof                                pic x
           value 'n'.
           05 ws-post-sku-code                          pic x(15).
           05 ws-post-store-no                          pic xx.
           05 ws-post-quantity                          pic 9(3).
           *> The unit cost the units move at - set by the outbound
           *> leg from the position they leave. An inbound leg
           *> handed a cost (a transfer's receiving side) blends it
           *> into its own average; handed zero (a return or a
           *> release) it puts the units back at the position's
           *> own average.
           05 ws-post-unit-cost                         pic 9(5)v9999.
           05 ws-post-extended-cost                     pic 9(9)v99.
           *> "Y" when the outbound leg is a sale or an exchange -
           *> a transfer out moves stock but sells nothing, so it
           *> leaves the position's last-sold date alone.
           05 ws-post-sale-flag                         pic x.

       01 ws-prior-on-hand                              pic s9(7)
           value 0.

       01 sw-item-found                                 pic x
           value 'n'.

       *> Set by 165-check-service-plan - "y" when the line sells
       *> or returns a service plan, which never touches stock.
       01 sw-service-plan-line                          pic x
           value 'n'.

       *> Cost of goods moved this run, at weighted-average cost -
       *> what the stock subledger's dollars did, alongside the
       *> units the counts above already carry.
       01 ws-cost-totals.
           05 ws-sales-cost-relieved                    pic 9(9)v99
               value 0.
           05 ws-exchange-cost-relieved                 pic 9(9)v99
               value 0.
           05 ws-returns-cost-restored                  pic 9(9)v99
               value 0.
           05 ws-release-cost-restored                  pic 9(9)v99
               value 0.
           05 ws-transfer-cost-moved                    pic 9(9)v99
               value 0.

       01 ws-counts.
           05 ws-sold-units-posted                      pic 9(6)
               value spaces.
           05 prt-negative-total                        pic zz9.

       01 cost-totals-line1.
           05 filler                                    pic x(19)
               value "Cost Relieved Sold:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sales-cost                            pic
               zzz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Exchanged:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-exchange-cost                         pic
               zzz,zzz,zz9.99.

       01 cost-totals-line2.
           05 filler                                    pic x(19)
               value "Cost Restored Rtns:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-returns-cost                          pic
               zzz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Released:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-release-cost                          pic
               zzz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Transferred:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-transfer-cost                         pic
               zzz,zzz,zz9.99.

       procedure division.

           perform 040-resolve-business-date.
           *> Open files
           open input sales-file, returns-file, exchange-file,
               transfer-file.
           open input item-master-index-file.
           open i-o stock-master-file.
           open output report-file, negative-stock-file,
               in-transit-report-file.

           *> What the subledger carried before this batch.
           perform 060-sweep-stock-on-hand.
           move ws-stock-sweep-total to ws-opening-on-hand-total.

           write report-data-line from report-heading-line.
           write negative-data-line from negative-heading-line.

           *> written back for tomorrow and listed for operations.
           perform 230-report-in-transit.

           perform 060-sweep-stock-on-hand.
           move ws-stock-sweep-total to ws-closing-on-hand-total.
           perform 880-write-subledger-movement.

           perform 900-write-run-journal.

           accept return-code.

           close sales-file, returns-file, exchange-file,
               transfer-file, stock-master-file, report-file,
               negative-stock-file, in-transit-report-file,
               item-master-index-file.

           goback.

       060-sweep-stock-on-hand.

           move 0 to ws-stock-sweep-total.
           move 'n' to sw-stock-sweep-eof.
           move low-values to stk-key.
           start stock-master-file key is not less than stk-key
               invalid key move "Y" to sw-stock-sweep-eof
           end-start.

           if (sw-stock-sweep-eof not = "Y") then
               read stock-master-file next record
                   at end move "Y" to sw-stock-sweep-eof
               end-read
           end-if.
           perform until sw-stock-sweep-eof = "Y"
               add stk-on-hand to ws-stock-sweep-total
               read stock-master-file next record
                   at end move "Y" to sw-stock-sweep-eof
               end-read
           end-perform.

       100-post-sales.

           read sales-file at end move "Y" to sw-sales-eof.

               if (sd-detail-record) then
                   move sd-sku-code to ws-post-sku-code
                   perform 165-check-service-plan
               end-if

               *> A service plan sold is a contract, not stock.
               if (sd-detail-record) and
                   (sw-service-plan-line = "n") then
                   move sd-store-no to ws-post-store-no
                   move sd-quantity to ws-post-quantity
                   move "Y" to ws-post-sale-flag
                   perform 160-post-outbound
                   add ws-post-extended-cost to
                       ws-sales-cost-relieved
               end-if

           read sales-file at end move "Y" to sw-sales-eof
                   move xd-sku-code to ws-post-sku-code
                   move xd-store-no to ws-post-store-no
                   move xd-quantity to ws-post-quantity
                   move "Y" to ws-post-sale-flag
                   perform 160-post-outbound
                   add ws-post-extended-cost to
                       ws-exchange-cost-relieved
               end-if

           read exchange-file at end move "Y" to sw-exchange-eof

               if (rd-detail-record) then
                   move rd-sku-code to ws-post-sku-code
                   perform 165-check-service-plan
               end-if

               if (rd-detail-record) and
                   (sw-service-plan-line = "n") then
                   move rd-store-no to ws-post-store-no
                   move rd-quantity to ws-post-quantity
                   move 0 to ws-post-unit-cost
                   perform 170-post-inbound
                   add ws-post-extended-cost to
                       ws-returns-cost-restored
               end-if

           read returns-file at end move "Y" to sw-returns-eof
           end-perform.

       165-check-service-plan.

           move "n" to sw-service-plan-line.
           move ws-post-sku-code to imx-sku-code.
           read item-master-index-file
               invalid key continue
               not invalid key
                   if (imx-service-plan) then
                       move "y" to sw-service-plan-line
                   end-if
           end-read.

       055-load-in-transit.

           open input in-transit-file.
                   move lrl-sku-code to ws-post-sku-code
                   move lrl-store-no to ws-post-store-no
                   move lrl-quantity to ws-post-quantity
                   move 0 to ws-post-unit-cost
                   perform 170-post-inbound
                   add ws-post-extended-cost to
                       ws-release-cost-restored
                   subtract lrl-quantity from
                       ws-returned-units-posted
                   add lrl-quantity to ws-released-units-posted
           move tf-sku-code to ws-post-sku-code.
           move tf-store-no to ws-post-store-no.
           move tf-quantity to ws-post-quantity.
           move "N" to ws-post-sale-flag.
           perform 160-post-outbound.
           subtract tf-quantity from ws-sold-units-posted.
           add ws-post-extended-cost to ws-transfer-cost-moved.

           *> The units arrive carrying the sender's cost, which
           *> 160 left in ws-post-unit-cost for the receiving
           *> position to blend.
           move tf-to-store-no to ws-post-store-no.
           perform 170-post-inbound.
           subtract tf-quantity from ws-returned-units-posted.
       160-post-outbound.

           perform 180-read-stock-position.
           perform 185-resolve-position-cost.

           *> Units leave at the position's average cost - the
           *> average itself does not move on the way out.
           compute ws-post-extended-cost rounded =
               ws-post-quantity * ws-post-unit-cost.

           if (ws-stock-key-found = "y") then
               subtract ws-post-quantity from stk-on-hand
               if (stk-reorder-qty not numeric) then
                   move 0 to stk-reorder-qty
               end-if
               if (stk-last-sold-date not numeric) then
                   move 0 to stk-last-sold-date
               end-if
               if (stk-last-received-date not numeric) then
                   move 0 to stk-last-received-date
               end-if
               *> A replayed earlier business date never winds the
               *> last sale back.
               if (ws-post-sale-flag = "Y") and
                   (ws-run-date > stk-last-sold-date) then
                   move ws-run-date to stk-last-sold-date
               end-if
               rewrite stock-master-record
           else
               *> First movement ever seen for this position - the
               subtract ws-post-quantity from stk-on-hand
               move 0 to stk-reorder-point
               move 0 to stk-reorder-qty
               move ws-post-unit-cost to stk-average-cost
               move 0 to stk-last-sold-date
               move 0 to stk-last-received-date
               if (ws-post-sale-flag = "Y") then
                   move ws-run-date to stk-last-sold-date
               end-if
               write stock-master-record
           end-if.


           perform 180-read-stock-position.

           *> No cost handed in means the units come back at this
           *> position's own average (or the item's standard cost
           *> if the position was never costed).
           if (ws-post-unit-cost = 0) then
               perform 185-resolve-position-cost
           end-if.
           compute ws-post-extended-cost rounded =
               ws-post-quantity * ws-post-unit-cost.

           if (ws-stock-key-found = "y") then
               if (stk-reorder-point not numeric) then
                   move 0 to stk-reorder-point
               end-if
               if (stk-reorder-qty not numeric) then
                   move 0 to stk-reorder-qty
               end-if
               if (stk-average-cost not numeric) then
                   move 0 to stk-average-cost
               end-if
               if (stk-last-sold-date not numeric) then
                   move 0 to stk-last-sold-date
               end-if
               if (stk-last-received-date not numeric) then
                   move 0 to stk-last-received-date
               end-if
               *> Blend the incoming units into the ones already
               *> here, the same weighting a receipt applies. A
               *> position at or below zero has nothing to blend
               *> with and takes the incoming cost outright.
               move stk-on-hand to ws-prior-on-hand
               if (ws-prior-on-hand <= 0) or
                   (stk-average-cost = 0) then
                   move ws-post-unit-cost to stk-average-cost
               else
                   compute stk-average-cost rounded =
                       ((ws-prior-on-hand * stk-average-cost) +
                       (ws-post-quantity * ws-post-unit-cost)) /
                       (ws-prior-on-hand + ws-post-quantity)
               end-if
               add ws-post-quantity to stk-on-hand
               rewrite stock-master-record
           else
               move ws-post-sku-code to stk-sku-code
               move ws-post-quantity to stk-on-hand
               move 0 to stk-reorder-point
               move 0 to stk-reorder-qty
               move ws-post-unit-cost to stk-average-cost
               move 0 to stk-last-sold-date
               move 0 to stk-last-received-date
               write stock-master-record
           end-if.

               not invalid key move "y" to ws-stock-key-found
           end-read.

       185-resolve-position-cost.

           *> The position's weighted average once a receipt has
           *> costed it, else the item master's standard cost - a
           *> SKU on neither moves at zero rather than an invented
           *> figure.
           move 0 to ws-post-unit-cost.
           if (ws-stock-key-found = "y") then
               if (stk-average-cost not numeric) then
                   move 0 to stk-average-cost
               end-if
               move stk-average-cost to ws-post-unit-cost
           end-if.

           if (ws-post-unit-cost = 0) then
               move "n" to sw-item-found
               move ws-post-sku-code to imx-sku-code
               read item-master-index-file
                   invalid key move "n" to sw-item-found
                   not invalid key move "y" to sw-item-found
               end-read
               if (sw-item-found = "y") and
                   (imx-unit-cost is numeric) then
                   move imx-unit-cost to ws-post-unit-cost
               end-if
           end-if.

       190-find-or-add-movement-index.

           move 0 to ws-found-movement-idx.
           write report-data-line from totals-line1
               after advancing 2 lines.
           write report-data-line from totals-line2.

           move ws-sales-cost-relieved to prt-sales-cost.
           move ws-exchange-cost-relieved to prt-exchange-cost.
           write report-data-line from cost-totals-line1
               after advancing 2 lines.
           move ws-returns-cost-restored to prt-returns-cost.
           move ws-release-cost-restored to prt-release-cost.
           move ws-transfer-cost-moved to prt-transfer-cost.
           write report-data-line from cost-totals-line2.

           write negative-data-line from totals-line2
               after advancing 2 lines.

               move bd-business-date to ws-run-date
           end-if.

       880-write-subledger-movement.

           move ws-rj-this-program to smv-program-id.
           move ws-run-date to smv-business-date.
           move ws-batch-seq-no to smv-batch-seq-no.
           move ws-opening-on-hand-total to smv-opening-total.
           move ws-closing-on-hand-total to smv-closing-total.

           open extend subledger-movement-file.
           write subledger-movement-record.
           close subledger-movement-file.

       043-load-batch-seq.

           *> The batch sequence editsProgram stamped on the
