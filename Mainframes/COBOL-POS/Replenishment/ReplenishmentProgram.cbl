               access mode is dynamic
               record key is imx-sku-code.

           *> Each SKU's primary vendor, vendor item number, pack
           *> size and lead time, kept by MasterMaintenanceProgram -
           *> a low position whose SKU has no vendor here is still
           *> listed, but no purchase order can be cut for it.
           select optional vendor-master-file assign to
               '../../../data/vendor-master.dat'
               organization is line sequential.

           *> Purchase order lines, one record per SKU on a PO -
           *> written here as orders are cut, read back on the next
           *> run for what is already on order, and matched and
           *> closed by ReceivingProcessingProgram as the stock
           *> arrives. OPTIONAL, so the first run creates it.
           select optional open-po-file assign to
               '../../../data/open-po.dat'
               organization is indexed
               access mode is dynamic
               record key is po-key.

           *> Department master - the name, and the buyer, behind
           *> each bare department and category code. OPTIONAL -
           *> absent, every code prints as not on the master.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/replenishment-report.dat'
               organization is line sequential.
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

       fd vendor-master-file
           data record is vendor-master-record.

       01 vendor-master-record.
           05 vm-sku-code                               pic x(15).
           05 vm-vendor-no                              pic x(6).
           05 vm-vendor-name                            pic x(20).
           05 vm-vendor-item-no                         pic x(15).
           05 vm-pack-size                              pic 9(4).
           05 vm-lead-days                              pic 9(3).

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
       01 sw-item-found                                 pic x
           value 'n'.

       01 sw-vendor-master-eof                          pic x
           value 'n'.

       01 sw-open-po-eof                                pic x
           value 'n'.

       *> The vendor master, loaded whole - one entry per SKU.
       01 ws-vendor-table.
           05 ws-vendor-count                           pic 9(4)
               value 0.
           05 ws-vendor-entries occurs 2000 times
               indexed by ws-vendor-idx.
               10 ws-vn-sku-code                        pic x(15).
               10 ws-vn-vendor-no                       pic x(6).
               10 ws-vn-vendor-name                     pic x(20).
               10 ws-vn-vendor-item-no                  pic x(15).
               10 ws-vn-pack-size                       pic 9(4).
               10 ws-vn-lead-days                       pic 9(3).

       01 ws-found-vendor-idx                           pic 9(4)
           value 0.

       01 ws-vendor-iterator                            pic 9(4)
           value 1.

       *> Units still due in on open PO lines, by SKU/store - a
       *> position whose shelf stock plus what is already on order
       *> clears its reorder point is not suggested again.
       01 ws-on-order-table.
           05 ws-on-order-count                         pic 9(4)
               value 0.
           05 ws-on-order-entries occurs 1000 times
               indexed by ws-on-order-idx.
               10 ws-oo-sku-code                        pic x(15).
               10 ws-oo-store-no                        pic xx.
               10 ws-oo-quantity                        pic 9(7).

       01 ws-found-on-order-idx                         pic 9(4)
           value 0.

       *> Working fields for sizing and cutting the orders.
       01 ws-po-fields.
           05 ws-last-po-number                         pic 9(8)
               value 0.
           05 ws-position-on-order                      pic 9(7)
               value 0.
           05 ws-effective-on-hand                      pic s9(8)
               value 0.
           05 ws-pack-count                             pic 9(7)
               value 0.
           05 ws-run-date-integer                       pic 9(7)
               value 0.
           05 ws-expected-date                          pic 9(8)
               value 0.
           05 ws-po-line-cost                           pic 9(9)v99
               value 0.

       *> Every SKU/store position at or below its reorder point,
       *> with the department joined on so the print loop below can
       *> cut one section per buyer - the same gathered-table shape
               10 ws-lo-on-hand                         pic s9(7).
               10 ws-lo-reorder-point                   pic 9(5).
               10 ws-lo-suggested-qty                   pic 9(5).
               10 ws-lo-on-order                        pic 9(7).
               10 ws-lo-vendor-no                       pic x(6).
               10 ws-lo-vendor-name                     pic x(20).
               10 ws-lo-vendor-item-no                  pic x(15).
               10 ws-lo-lead-days                       pic 9(3).
               10 ws-lo-unit-cost                       pic 9(5)v99.
               10 ws-lo-po-number                       pic 9(8).

       *> The distinct departments seen, so each buyer's section
       *> prints once in the order its first low position showed.
       01 ws-found-dept-idx                             pic 99
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

               value 0.
           05 ws-low-positions                          pic 999
               value 0.
           05 ws-covered-positions                      pic 9(4)
               value 0.
           05 ws-no-vendor-count                        pic 999
               value 0.
           05 ws-pos-cut                                pic 999
               value 0.
           05 ws-po-lines-written                       pic 9(4)
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(26)
           05 filler                                    pic x(11)
               value "DEPARTMENT ".
           05 prt-dept-department                       pic xx.
           05 filler                                    pic x(3)
               value " - ".
           05 prt-dept-name                             pic x(20).
           05 filler                                    pic x(9)
               value "  BUYER: ".
           05 prt-dept-buyer                            pic x(20).

       01 headings-line1.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "SUGGESTED".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "ON ORDER".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "VENDOR".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(6)
               value "PO NO.".

       01 prt-low-line.
           05 prt-sku-code                              pic x(15).
           05 filler                                    pic x(6)
               value spaces.
           05 prt-suggested-qty                         pic z(4)9.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-on-order                              pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-vendor-no                             pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-po-number                             pic z(8).

       01 po-section-heading-line.
           05 filler                                    pic x(26)
               value spaces.
           05 filler                                    pic x(19)
               value "PURCHASE ORDERS CUT".

       *> One block per purchase order - the header names the
       *> vendor, the store it ships to and when it is due.
       01 po-heading-line.
           05 filler                                    pic x(3)
               value "PO ".
           05 prt-poh-number                            pic 9(8).
           05 filler                                    pic x(9)
               value "  VENDOR ".
           05 prt-poh-vendor-no                         pic x(6).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-poh-vendor-name                       pic x(20).
           05 filler                                    pic x(8)
               value "  STORE ".
           05 prt-poh-store-no                          pic xx.
           05 filler                                    pic x(11)
               value "  ORDERED ".
           05 prt-poh-order-date                        pic 9(8).
           05 filler                                    pic x(11)
               value "  EXPECTED ".
           05 prt-poh-expected-date                     pic 9(8).

       01 po-line-headings.
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(11)
               value "VENDOR ITEM".
           05 filler                                    pic x(6)
               value spaces.
           05 filler                                    pic x(3)
               value "SKU".
           05 filler                                    pic x(14)
               value spaces.
           05 filler                                    pic x(8)
               value "QUANTITY".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(4)
               value "PACK".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(9)
               value "UNIT COST".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(8)
               value "EXTENDED".

       01 po-detail-line.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-pod-vendor-item-no                    pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pod-sku-code                          pic x(15).
           05 filler                                    pic x(5)
               value spaces.
           05 prt-pod-quantity                          pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pod-pack-size                         pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pod-unit-cost                         pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pod-extended-cost                     pic
               zzz,zz9.99.

       01 totals-line1.
           05 filler                                    pic x(15)
               value spaces.
           05 prt-low-positions                         pic z(3)9.

       01 totals-line2.
           05 filler                                    pic x(19)
               value "Covered By Open PO:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-covered-positions                     pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "POs Cut:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pos-cut                               pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "PO Lines:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-po-lines-written                      pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "No Vendor:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-no-vendor-count                       pic z(3)9.

       procedure division.

           perform 040-resolve-business-date.
           perform 045-guard-run-journal.

           open input stock-master-file, item-master-index-file.
           open i-o open-po-file.
           open output report-file.

           write report-data-line from report-heading-line.

           compute ws-run-date-integer =
               function integer-of-date(ws-run-date).

           *> Every SKU's vendor, and every unit already on order,
           *> before the first low position is sized.
           perform 050-load-vendor-master.
           perform 060-load-on-order.
           perform 070-load-department-master.

           *> Sweep the whole subledger for positions at or below
           *> their reorder point.
           perform 100-sweep-stock-master.

           *> One purchase order per vendor per store, cut into the
           *> open-PO file and printed for the buyers - ahead of
           *> the department sections, so each low line can show
           *> the PO it went out on.
           perform 300-cut-purchase-orders.

           *> One section per department, one line per low
           *> position.
           perform 200-report-by-department.
           accept return-code.

           close stock-master-file, item-master-index-file,
               open-po-file, report-file.

           goback.

               *> slow SKU in the chain. Positions written before
               *> the trigger fields existed read as non-numeric
               *> and are treated the same way.
               *> Units already on order count toward the
               *> position, so a SKU bought yesterday is not
               *> suggested again before it arrives.
               if (stk-reorder-point is numeric) and
                   (stk-reorder-point > 0) then
                   perform 115-find-on-order
                   compute ws-effective-on-hand =
                       stk-on-hand + ws-position-on-order
                   if (ws-effective-on-hand <= stk-reorder-point)
                       then
                       perform 120-gather-low-position
                   else
                       if (stk-on-hand <= stk-reorder-point) then
                           add 1 to ws-covered-positions
                       end-if
                   end-if
               end-if

               perform 110-read-next-position
               at end move "Y" to sw-master-eof
           end-read.

       115-find-on-order.

           move 0 to ws-position-on-order.
           move 1 to ws-vendor-iterator.
           perform varying ws-vendor-iterator
               from 1
               by 1
               until ws-vendor-iterator > ws-on-order-count
               if (ws-oo-sku-code(ws-vendor-iterator) =
                   stk-sku-code) and
                   (ws-oo-store-no(ws-vendor-iterator) =
                   stk-store-no) then
                   move ws-oo-quantity(ws-vendor-iterator) to
                       ws-position-on-order
               end-if
           end-perform.

       120-gather-low-position.

           if (ws-low-count >= 400) then
           move stk-on-hand to ws-lo-on-hand(ws-low-count).
           move stk-reorder-point to
               ws-lo-reorder-point(ws-low-count).
           move ws-position-on-order to
               ws-lo-on-order(ws-low-count).
           move 0 to ws-lo-po-number(ws-low-count).

           *> The suggested order is the buyers' set reorder
           *> quantity; a position with no quantity set yet falls
           *> back to ordering the position back up to its reorder
           *> point, counting what is already on order.
           if (stk-reorder-qty is numeric) and
               (stk-reorder-qty > 0) then
               move stk-reorder-qty to
                   ws-lo-suggested-qty(ws-low-count)
           else
               if (ws-effective-on-hand > 0) then
                   compute ws-lo-suggested-qty(ws-low-count) =
                       stk-reorder-point - ws-effective-on-hand
               else
                   move stk-reorder-point to
                       ws-lo-suggested-qty(ws-low-count)
               move spaces to ws-lo-description(ws-low-count)
           end-if.

           *> What the order is costed at - the position's own
           *> average cost, else the item master's standard cost.
           move 0 to ws-lo-unit-cost(ws-low-count).
           if (stk-average-cost is numeric) and
               (stk-average-cost > 0) then
               compute ws-lo-unit-cost(ws-low-count) rounded =
                   stk-average-cost
           else
               if (sw-item-found = "y") and
                   (imx-unit-cost is numeric) then
                   move imx-unit-cost to
                       ws-lo-unit-cost(ws-low-count)
               end-if
           end-if.

           perform 135-join-vendor.

           perform 140-find-or-add-department.

       130-read-item-master.
               not invalid key move "y" to sw-item-found
           end-read.

       135-join-vendor.

           move 0 to ws-found-vendor-idx.
           move 1 to ws-vendor-iterator.
           perform varying ws-vendor-iterator
               from 1
               by 1
               until ws-vendor-iterator > ws-vendor-count
               if (ws-vn-sku-code(ws-vendor-iterator) =
                   stk-sku-code) then
                   move ws-vendor-iterator to ws-found-vendor-idx
               end-if
           end-perform.

           if (ws-found-vendor-idx = 0) then
               add 1 to ws-no-vendor-count
               move spaces to ws-lo-vendor-no(ws-low-count)
               move spaces to ws-lo-vendor-name(ws-low-count)
               move spaces to ws-lo-vendor-item-no(ws-low-count)
               move 0 to ws-lo-lead-days(ws-low-count)
           else
               move ws-vn-vendor-no(ws-found-vendor-idx) to
                   ws-lo-vendor-no(ws-low-count)
               move ws-vn-vendor-name(ws-found-vendor-idx) to
                   ws-lo-vendor-name(ws-low-count)
               move ws-vn-vendor-item-no(ws-found-vendor-idx) to
                   ws-lo-vendor-item-no(ws-low-count)
               move ws-vn-lead-days(ws-found-vendor-idx) to
                   ws-lo-lead-days(ws-low-count)

               *> Vendors ship whole packs - round the order up
               *> to the next full one.
               if (ws-vn-pack-size(ws-found-vendor-idx) > 1) then
                   compute ws-pack-count =
                       (ws-lo-suggested-qty(ws-low-count) +
                       ws-vn-pack-size(ws-found-vendor-idx) - 1) /
                       ws-vn-pack-size(ws-found-vendor-idx)
                   compute ws-lo-suggested-qty(ws-low-count) =
                       ws-pack-count *
                       ws-vn-pack-size(ws-found-vendor-idx)
               end-if
           end-if.

       140-find-or-add-department.

           move 0 to ws-found-dept-idx.

               move ws-dt-department(ws-iterator) to
                   prt-dept-department
               move ws-dt-department(ws-iterator) to
                   ws-dm-lookup-department
               move spaces to ws-dm-lookup-category
               perform 210-find-department-name
               if (ws-dt-department(ws-iterator) = "**") then
                   move "SKU NOT ON ITEM MASTER" to
                       ws-dm-lookup-name
               end-if
               move ws-dm-lookup-name to prt-dept-name
               move ws-dm-lookup-buyer to prt-dept-buyer
               write report-data-line from dept-heading-line
                   after advancing 2 lines
               write report-data-line from headings-line1
                       move ws-lo-suggested-qty
                           (ws-inner-iterator) to
                           prt-suggested-qty
                       move ws-lo-on-order(ws-inner-iterator)
                           to prt-on-order
                       if (ws-lo-vendor-no(ws-inner-iterator) =
                           spaces) then
                           move "NONE" to prt-vendor-no
                       else
                           move ws-lo-vendor-no
                               (ws-inner-iterator) to
                               prt-vendor-no
                       end-if
                       move ws-lo-po-number(ws-inner-iterator)
                           to prt-po-number
                       write report-data-line from prt-low-line
                   end-if
               end-perform
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-covered-positions to prt-covered-positions.
           move ws-pos-cut to prt-pos-cut.
           move ws-po-lines-written to prt-po-lines-written.
           move ws-no-vendor-count to prt-no-vendor-count.
           write report-data-line from totals-line2.

       210-find-department-name.

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

       050-load-vendor-master.

           open input vendor-master-file.
           read vendor-master-file at end
               move "Y" to sw-vendor-master-eof.
           perform until sw-vendor-master-eof = "Y"
               if (ws-vendor-count < 2000) then
                   add 1 to ws-vendor-count
                   move vm-sku-code to
                       ws-vn-sku-code(ws-vendor-count)
                   move vm-vendor-no to
                       ws-vn-vendor-no(ws-vendor-count)
                   move vm-vendor-name to
                       ws-vn-vendor-name(ws-vendor-count)
                   move vm-vendor-item-no to
                       ws-vn-vendor-item-no(ws-vendor-count)
                   *> A pack that is not a number orders singles;
                   *> a lead time that is not one is due same day.
                   if (vm-pack-size is numeric) and
                       (vm-pack-size > 0) then
                       move vm-pack-size to
                           ws-vn-pack-size(ws-vendor-count)
                   else
                       move 1 to ws-vn-pack-size(ws-vendor-count)
                   end-if
                   if (vm-lead-days is numeric) then
                       move vm-lead-days to
                           ws-vn-lead-days(ws-vendor-count)
                   else
                       move 0 to ws-vn-lead-days(ws-vendor-count)
                   end-if
               else
                   display "REPLEN - VENDOR MASTER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read vendor-master-file at end
                   move "Y" to sw-vendor-master-eof
           end-perform.
           close vendor-master-file.

       060-load-on-order.

           *> Sweep every PO line - the highest PO number seen is
           *> where today's numbering carries on from, and each
           *> open line's undelivered balance is on order for its
           *> SKU/store.
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
               if (po-number > ws-last-po-number) then
                   move po-number to ws-last-po-number
               end-if

               if (po-line-open) and
                   (po-ordered-qty > po-received-qty) then
                   perform 065-add-on-order
               end-if

               read open-po-file next record
                   at end move "Y" to sw-open-po-eof
               end-read
           end-perform.

       065-add-on-order.

           move 0 to ws-found-on-order-idx.
           move 1 to ws-vendor-iterator.
           perform varying ws-vendor-iterator
               from 1
               by 1
               until ws-vendor-iterator > ws-on-order-count
               if (ws-oo-sku-code(ws-vendor-iterator) =
                   po-sku-code) and
                   (ws-oo-store-no(ws-vendor-iterator) =
                   po-store-no) then
                   move ws-vendor-iterator to ws-found-on-order-idx
               end-if
           end-perform.

           if (ws-found-on-order-idx = 0) then
               if (ws-on-order-count >= 1000) then
                   display "REPLEN - ON-ORDER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-on-order-count
               move po-sku-code to ws-oo-sku-code(ws-on-order-count)
               move po-store-no to ws-oo-store-no(ws-on-order-count)
               move 0 to ws-oo-quantity(ws-on-order-count)
               move ws-on-order-count to ws-found-on-order-idx
           end-if.

           compute ws-oo-quantity(ws-found-on-order-idx) =
               ws-oo-quantity(ws-found-on-order-idx) +
               po-ordered-qty - po-received-qty.

       070-load-department-master.

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

       300-cut-purchase-orders.

           write report-data-line from po-section-heading-line
               after advancing 2 lines.

           *> Each low position with a vendor and a quantity opens
           *> a PO for its vendor and store, and every other low
           *> position for the same vendor and store joins it.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-low-count
               if (ws-lo-vendor-no(ws-iterator) not = spaces) and
                   (ws-lo-po-number(ws-iterator) = 0) and
                   (ws-lo-suggested-qty(ws-iterator) > 0) then
                   add 1 to ws-last-po-number
                   add 1 to ws-pos-cut
                   compute ws-expected-date =
                       function date-of-integer
                       (ws-run-date-integer +
                       ws-lo-lead-days(ws-iterator))

                   move ws-last-po-number to prt-poh-number
                   move ws-lo-vendor-no(ws-iterator) to
                       prt-poh-vendor-no
                   move ws-lo-vendor-name(ws-iterator) to
                       prt-poh-vendor-name
                   move ws-lo-store-no(ws-iterator) to
                       prt-poh-store-no
                   move ws-run-date to prt-poh-order-date
                   move ws-expected-date to prt-poh-expected-date
                   write report-data-line from po-heading-line
                       after advancing 2 lines
                   write report-data-line from po-line-headings

                   perform varying ws-inner-iterator
                       from ws-iterator
                       by 1
                       until ws-inner-iterator > ws-low-count
                       if (ws-lo-vendor-no(ws-inner-iterator) =
                           ws-lo-vendor-no(ws-iterator)) and
                           (ws-lo-store-no(ws-inner-iterator) =
                           ws-lo-store-no(ws-iterator)) and
                           (ws-lo-po-number(ws-inner-iterator) = 0)
                           and (ws-lo-suggested-qty
                           (ws-inner-iterator) > 0) then
                           perform 310-write-po-line
                       end-if
                   end-perform
               end-if
           end-perform.

       310-write-po-line.

           move ws-last-po-number to
               ws-lo-po-number(ws-inner-iterator).

           move ws-last-po-number to po-number.
           move ws-lo-sku-code(ws-inner-iterator) to po-sku-code.
           move ws-lo-store-no(ws-inner-iterator) to po-store-no.
           move ws-lo-vendor-no(ws-inner-iterator) to po-vendor-no.
           move ws-lo-vendor-item-no(ws-inner-iterator) to
               po-vendor-item-no.
           move ws-run-date to po-order-date.
           move ws-expected-date to po-expected-date.
           move ws-lo-suggested-qty(ws-inner-iterator) to
               po-ordered-qty.
           move 0 to po-received-qty.
           move ws-lo-unit-cost(ws-inner-iterator) to po-unit-cost.
           move "O" to po-status.
           move 0 to po-closed-date.

           write open-po-record
               invalid key
                   display "REPLEN - PO LINE " po-number " "
                       po-sku-code " ALREADY ON FILE - RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
           end-write.
           add 1 to ws-po-lines-written.

           move ws-lo-vendor-item-no(ws-inner-iterator) to
               prt-pod-vendor-item-no.
           move ws-lo-sku-code(ws-inner-iterator) to
               prt-pod-sku-code.
           move ws-lo-suggested-qty(ws-inner-iterator) to
               prt-pod-quantity.
           move 1 to prt-pod-pack-size.
           move 1 to ws-vendor-iterator.
           perform varying ws-vendor-iterator
               from 1
               by 1
               until ws-vendor-iterator > ws-vendor-count
               if (ws-vn-sku-code(ws-vendor-iterator) =
                   po-sku-code) then
                   move ws-vn-pack-size(ws-vendor-iterator) to
                       prt-pod-pack-size
               end-if
           end-perform.
           move po-unit-cost to prt-pod-unit-cost.
           compute ws-po-line-cost =
               po-ordered-qty * po-unit-cost.
           move ws-po-line-cost to prt-pod-extended-cost.
           write report-data-line from po-detail-line.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.
