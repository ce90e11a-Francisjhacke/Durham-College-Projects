               access mode is dynamic
               record key is imx-sku-code.

           *> Department master - the name, and the buyer, behind
           *> each bare department and category code. OPTIONAL -
           *> absent, every code prints as not on the master.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/cycle-count-report.dat'
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
       01 ws-found-shrink-idx                           pic 99
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

           05 filler                                    pic x(11)
               value "Department ".
           05 prt-ds-department                         pic xx.
           05 filler                                    pic x(1)
               value " ".
           05 prt-ds-department-name                    pic x(22).
           05 filler                                    pic x(1)
               value ":".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ds-variance-dollars                   pic
               -zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "BUYER: ".
           05 prt-ds-buyer-name                         pic x(20).

       01 totals-line1.
           05 filler                                    pic x(12)
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           *> Department names and buyers for the shrink summary.
           perform 050-load-department-master.

           open input cycle-count-file, item-master-index-file.
           open i-o stock-master-file.
           open output report-file.
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
               rewrite stock-master-record
           else
               *> A count against a position the subledger never
               move cc-counted-qty to stk-on-hand
               move 0 to stk-reorder-point
               move 0 to stk-reorder-qty
               move 0 to stk-average-cost
               move 0 to stk-last-sold-date
               move 0 to stk-last-received-date
               write stock-master-record
           end-if.

               until ws-iterator > ws-dept-shrink-count
               move ws-ds-department(ws-iterator) to
                   prt-ds-department
               move ws-ds-department(ws-iterator) to
                   ws-dm-lookup-department
               move spaces to ws-dm-lookup-category
               perform 210-find-department-name
               if (ws-ds-department(ws-iterator) = "**") then
                   move "SKU NOT ON ITEM MASTER" to
                       ws-dm-lookup-name
               end-if
               move ws-dm-lookup-name to prt-ds-department-name
               move ws-dm-lookup-buyer to prt-ds-buyer-name
               move ws-ds-variance-units(ws-iterator) to
                   prt-ds-variance-units
               move ws-ds-variance-dollars(ws-iterator) to
           write report-data-line from totals-line1
               after advancing 2 lines.

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

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.
               goback
           end-if.

       050-load-department-master.

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

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
