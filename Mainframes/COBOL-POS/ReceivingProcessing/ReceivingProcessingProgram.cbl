               '../../../data/transfer-in-transit.dat'
               organization is line sequential.

           *> Purchase order lines ReplenishmentProgram cuts - each
           *> receipt is matched to its PO line by the PO number the
           *> store keys off the packing slip, and the line closes
           *> once everything ordered has arrived - it stays on
           *> file until ArchivePurgeProgram archives it after its
           *> period closes.
           select optional open-po-file assign to
               '../../../data/open-po.dat'
               organization is indexed
               access mode is dynamic
               record key is po-key.

           select report-file assign to
               '../../../data/receiving-register.dat'
               organization is line sequential.
           05 rcv-sku-code                              pic x(15).
           05 rcv-quantity                              pic 9(5).
           05 rcv-packing-slip                          pic x(10).
           *> Landed unit cost off the vendor's invoice, freight
           *> and duty in - blank when the store keys the slip
           *> without it, in which case the item master's
           *> standard cost stands in.
           05 rcv-unit-cost                             pic 9(5)v99.
           *> The purchase order the slip ships against - blank
           *> for a delivery nobody ordered.
           05 rcv-po-number                             pic x(8).

       fd stock-master-file
           data record is stock-master-record.
           05 stk-on-hand                               pic s9(7).
           05 stk-reorder-point                         pic 9(5).
           05 stk-reorder-qty                           pic 9(5).
           05 stk-average-cost                          pic 9(5)v9999.
           05 stk-last-sold-date                        pic 9(8).
           05 stk-last-received-date                    pic 9(8).

       fd item-master-index-file
           data record is item-master-index-record.
           05 imx-category                              pic xx.
           05 imx-retail-price                          pic 9(5)v99.
           05 imx-tax-category                          pic x.
           05 imx-unit-cost                             pic 9(5)v99.
           05 imx-service-plan-flag                     pic x.
               88 imx-service-plan                      value "S".
           05 imx-plan-term-months                      pic 99.

       fd in-transit-file
           data record is in-transit-record.
           05 tit-ship-date                             pic 9(8).
           05 tit-units                                 pic 9(6).

       fd open-po-file
           data record is open-po-record.

       01 open-po-record.
           05 po-key.
               10 po-number                             pic 9(8).
               10 po-sku-code                           pic x(15).
           05 po-store-no                               pic xx.
           05 po-vendor-no                              pic x(6).
           05 po-vendor-item-no                         pic x(15).
           05 po-order-date                             pic 9(8).
           05 po-expected-date                          pic 9(8).
           05 po-ordered-qty                            pic 9(5).
           05 po-received-qty                           pic 9(5).
           05 po-unit-cost                              pic 9(5)v99.
           05 po-status                                 pic x.
               88 po-line-open                          value "O".
               88 po-line-closed                        value "C".
           05 po-closed-date                            pic 9(8).

       fd report-file
           data record is report-data-line.

       01 sw-in-transit-eof                              pic x
           value 'n'.

       01 sw-po-found                                   pic x
           value 'n'.

       01 sw-open-po-eof                                pic x
           value 'n'.

       *> The receipt measured against its PO line.
       01 ws-po-match-fields.
           05 ws-po-outstanding                         pic 9(5)
               value 0.
           05 ws-po-variance                            pic 9(5)
               value 0.
           05 ws-run-date-integer                       pic 9(7)
               value 0.
           05 ws-po-date-integer                        pic 9(7)
               value 0.
           05 ws-days-past-due                          pic 9(5)
               value 0.

       *> Open transfers loaded at start-up - a confirmed one is
       *> flagged here and left out when the file is written back.
       01 ws-in-transit-table.
               value 0.
           05 ws-transfers-confirmed                    pic 9(4)
               value 0.
           05 ws-cost-received                          pic 9(9)v99
               value 0.
           05 ws-po-lines-matched                       pic 9(4)
               value 0.
           05 ws-po-lines-closed                        pic 9(4)
               value 0.
           05 ws-over-receipts                          pic 9(4)
               value 0.
           05 ws-short-receipts                         pic 9(4)
               value 0.
           05 ws-no-po-receipts                         pic 9(4)
               value 0.
           05 ws-past-due-lines                         pic 9(4)
               value 0.

       *> The landed cost a receipt posts at, and the blend of it
       *> into the position's weighted average.
       01 ws-costing-fields.
           05 ws-receipt-unit-cost                      pic 9(5)v99
               value 0.
           05 ws-receipt-extended-cost                  pic 9(9)v99
               value 0.
           05 ws-prior-on-hand                          pic s9(7)
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(26)
               value spaces.
           05 filler                                    pic x(7)
               value "ON HAND".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(9)
               value "UNIT COST".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(8)
               value "AVG COST".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(6)
               value "PO NO.".

       01 prt-register-line.
           05 prt-store-no                              pic xx.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-on-hand                               pic -(6)9.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-unit-cost                             pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-average-cost                          pic
               zz,zz9.9999.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-po-number                             pic x(8).

       01 exception-unknown-line.
           05 filler                                    pic x(2)
           05 filler                                    pic x(25)
               value " - INVALID QUANTITY**".

       *> A receipt that does not square with its purchase order
       *> - more than was still due, less than was still due, or
       *> no open PO line to land on at all.
       01 exception-po-line.
           05 filler                                    pic x(2)
               value "**".
           05 prt-exp-sku-code                          pic x(15).
           05 filler                                    pic x(8)
               value " - STORE".
           05 filler                                    pic x(1)
               value spaces.
           05 prt-exp-store-no                          pic xx.
           05 filler                                    pic x(6)
               value " SLIP ".
           05 prt-exp-packing-slip                      pic x(10).
           05 filler                                    pic x(4)
               value " PO ".
           05 prt-exp-po-number                         pic x(8).
           05 filler                                    pic x(3)
               value " - ".
           05 prt-exp-reason                            pic x(14).
           05 filler                                    pic x(5)
               value " QTY ".
           05 prt-exp-quantity                          pic z(4)9.
           05 filler                                    pic x(2)
               value "**".

       01 past-due-heading-line.
           05 filler                                    pic x(31)
               value "OPEN PURCHASE ORDERS PAST DUE".

       01 past-due-headings.
           05 filler                                    pic x(8)
               value "PO NO.".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(3)
               value "SKU".
           05 filler                                    pic x(13)
               value spaces.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "VENDOR".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "EXPECTED".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "ORDERED".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "RECEIVED".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(9)
               value "DAYS LATE".

       01 past-due-line.
           05 prt-pd-po-number                          pic 9(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pd-sku-code                           pic x(15).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-pd-store-no                           pic xx.
           05 filler                                    pic x(5)
               value spaces.
           05 prt-pd-vendor-no                          pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pd-expected-date                      pic 9(8).
           05 filler                                    pic x(5)
               value spaces.
           05 prt-pd-ordered-qty                        pic z(4)9.
           05 filler                                    pic x(5)
               value spaces.
           05 prt-pd-received-qty                       pic z(4)9.
           05 filler                                    pic x(6)
               value spaces.
           05 prt-pd-days-past-due                      pic z(4)9.

       01 totals-line1.
           05 filler                                    pic x(14)
               value "Receipts Read:".
               value spaces.
           05 prt-transfers-confirmed                   pic z(3)9.

       01 totals-line3.
           05 filler                                    pic x(14)
               value "Cost Received:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cost-received                         pic
               zzz,zzz,zz9.99.

       01 totals-line4.
           05 filler                                    pic x(17)
               value "PO Lines Matched:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-po-lines-matched                      pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "Closed:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-po-lines-closed                       pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "Over:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-over-receipts                         pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(6)
               value "Short:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-short-receipts                        pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(6)
               value "No PO:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-no-po-receipts                        pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Past Due:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-past-due-lines                        pic z(3)9.

       01 transfer-confirm-line.
           05 filler                                    pic x(9)
               value "TRANSFER ".

           open input receiving-trans-file,
               item-master-index-file.
           open i-o stock-master-file, open-po-file.
           open output report-file, exception-file.

           compute ws-run-date-integer =
               function integer-of-date(ws-run-date).

           write report-data-line from report-heading-line.
           write report-data-line from headings-line1
               after advancing 2 lines.
           *> InventoryProcessingProgram's next carry-forward.
           perform 150-rewrite-in-transit.

           *> Every PO line still open past its expected date goes
           *> on the exception listing with how late it is.
           perform 160-age-open-pos.

           perform 200-totals.

           perform 900-write-run-journal.
           accept return-code.

           close receiving-trans-file, item-master-index-file,
               stock-master-file, open-po-file, report-file,
               exception-file.

           goback.

                       transfer-confirm-line
               else
                   perform 120-check-item-master
                   perform 128-match-purchase-order
                   perform 130-post-inbound
                   perform 140-write-register-line
               end-if
                   exception-unknown-line
           end-if.

       125-resolve-landed-cost.

           *> The slip's own landed cost when it carries one, else
           *> the cost on the PO line it was ordered at, else the
           *> item master's standard cost - an unknown SKU with no
           *> cost keyed goes on at zero and is costed by the next
           *> receipt that does carry one.
           if (rcv-unit-cost is numeric) and (rcv-unit-cost > 0)
               then
               move rcv-unit-cost to ws-receipt-unit-cost
           else
               if (sw-po-found = "y") and
                   (po-unit-cost is numeric) and
                   (po-unit-cost > 0) then
                   move po-unit-cost to ws-receipt-unit-cost
               else
                   if (sw-item-found = "y") and
                       (imx-unit-cost is numeric) then
                       move imx-unit-cost to ws-receipt-unit-cost
                   else
                       move 0 to ws-receipt-unit-cost
                   end-if
               end-if
           end-if.

           compute ws-receipt-extended-cost =
               rcv-quantity * ws-receipt-unit-cost.

       128-match-purchase-order.

           move "n" to sw-po-found.
           if (rcv-po-number is numeric) then
               move rcv-po-number to po-number
               move rcv-sku-code to po-sku-code
               read open-po-file
                   invalid key move "n" to sw-po-found
                   not invalid key move "y" to sw-po-found
               end-read
           end-if.

           *> A PO line for another store is not this delivery's
           *> order, whatever the slip says.
           if (sw-po-found = "y") and
               (po-store-no not = rcv-store-no) then
               move "n" to sw-po-found
           end-if.

           if (sw-po-found = "n") then
               add 1 to ws-no-po-receipts
               move "NO PO LINE" to prt-exp-reason
               move rcv-quantity to prt-exp-quantity
               perform 129-write-po-exception
           else
               add 1 to ws-po-lines-matched
               *> A line already closed has nothing left due, so
               *> anything more arriving against it is over.
               if (po-line-open) and
                   (po-ordered-qty > po-received-qty) then
                   compute ws-po-outstanding =
                       po-ordered-qty - po-received-qty
               else
                   move 0 to ws-po-outstanding
               end-if

               if (rcv-quantity > ws-po-outstanding) then
                   add 1 to ws-over-receipts
                   compute ws-po-variance =
                       rcv-quantity - ws-po-outstanding
                   move "OVER-RECEIPT" to prt-exp-reason
                   move ws-po-variance to prt-exp-quantity
                   perform 129-write-po-exception
               end-if

               *> A short delivery leaves the line open for the
               *> balance - the vendor's back order.
               if (rcv-quantity < ws-po-outstanding) then
                   add 1 to ws-short-receipts
                   compute ws-po-variance =
                       ws-po-outstanding - rcv-quantity
                   move "SHORT-RECEIPT" to prt-exp-reason
                   move ws-po-variance to prt-exp-quantity
                   perform 129-write-po-exception
               end-if

               add rcv-quantity to po-received-qty
               if (po-line-open) and
                   (po-received-qty >= po-ordered-qty) then
                   add 1 to ws-po-lines-closed
                   move "C" to po-status
                   move ws-run-date to po-closed-date
               end-if
               rewrite open-po-record
           end-if.

       129-write-po-exception.

           move rcv-sku-code to prt-exp-sku-code.
           move rcv-store-no to prt-exp-store-no.
           move rcv-packing-slip to prt-exp-packing-slip.
           move rcv-po-number to prt-exp-po-number.
           write exception-data-line from exception-po-line.

       130-post-inbound.

           perform 125-resolve-landed-cost.

           move "n" to ws-stock-key-found.
           move rcv-sku-code to stk-sku-code.
           move rcv-store-no to stk-store-no.
           end-read.

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
               *> Blend the receipt into the units already on the
               *> shelf. A position at or below zero, or never yet
               *> costed, has nothing to blend with - it takes the
               *> receipt's cost outright.
               move stk-on-hand to ws-prior-on-hand
               if (ws-prior-on-hand <= 0) or
                   (stk-average-cost = 0) then
                   move ws-receipt-unit-cost to stk-average-cost
               else
                   compute stk-average-cost rounded =
                       ((ws-prior-on-hand * stk-average-cost) +
                       ws-receipt-extended-cost) /
                       (ws-prior-on-hand + rcv-quantity)
               end-if
               add rcv-quantity to stk-on-hand
               *> A replayed earlier business date never winds the
               *> last receipt back.
               if (ws-run-date > stk-last-received-date) then
                   move ws-run-date to stk-last-received-date
               end-if
               rewrite stock-master-record
           else
               *> First movement ever seen for this position - it
               move rcv-quantity to stk-on-hand
               move 0 to stk-reorder-point
               move 0 to stk-reorder-qty
               move ws-receipt-unit-cost to stk-average-cost
               move 0 to stk-last-sold-date
               move ws-run-date to stk-last-received-date
               write stock-master-record
           end-if.

           add 1 to ws-receipts-posted.
           add rcv-quantity to ws-units-received.
           add ws-receipt-extended-cost to ws-cost-received.

       140-write-register-line.

           move rcv-quantity to prt-quantity.
           move rcv-packing-slip to prt-packing-slip.
           move stk-on-hand to prt-on-hand.
           move ws-receipt-unit-cost to prt-unit-cost.
           move stk-average-cost to prt-average-cost.
           move rcv-po-number to prt-po-number.
           write report-data-line from prt-register-line.

       160-age-open-pos.

           write exception-data-line from past-due-heading-line
               after advancing 2 lines.
           write exception-data-line from past-due-headings.

           move low-values to po-key.
           start open-po-file key is not less than po-key
               invalid key move "Y" to sw-open-po-eof
           end-start.

           if (sw-open-po-eof not = "Y") then
               read open-po-file next record
                   at end move "Y" to sw-open-po-eof
               end-read
           end-if.
           perform until sw-open-po-eof = "Y"
               if (po-line-open) and
                   (po-expected-date is numeric) and
                   (po-expected-date > 19000101) and
                   (po-expected-date < ws-run-date) then
                   compute ws-po-date-integer =
                       function integer-of-date(po-expected-date)
                   compute ws-days-past-due =
                       ws-run-date-integer - ws-po-date-integer
                   add 1 to ws-past-due-lines
                   move po-number to prt-pd-po-number
                   move po-sku-code to prt-pd-sku-code
                   move po-store-no to prt-pd-store-no
                   move po-vendor-no to prt-pd-vendor-no
                   move po-expected-date to prt-pd-expected-date
                   move po-ordered-qty to prt-pd-ordered-qty
                   move po-received-qty to prt-pd-received-qty
                   move ws-days-past-due to prt-pd-days-past-due
                   write exception-data-line from past-due-line
               end-if
               read open-po-file next record
                   at end move "Y" to sw-open-po-eof
               end-read
           end-perform.

       200-totals.

           move ws-receipts-read to prt-receipts-read.
               prt-transfers-confirmed.
           write report-data-line from totals-line2.

           move ws-cost-received to prt-cost-received.
           write report-data-line from totals-line3.

           move ws-po-lines-matched to prt-po-lines-matched.
           move ws-po-lines-closed to prt-po-lines-closed.
           move ws-over-receipts to prt-over-receipts.
           move ws-short-receipts to prt-short-receipts.
           move ws-no-po-receipts to prt-no-po-receipts.
           move ws-past-due-lines to prt-past-due-lines.
           write report-data-line from totals-line4.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.
