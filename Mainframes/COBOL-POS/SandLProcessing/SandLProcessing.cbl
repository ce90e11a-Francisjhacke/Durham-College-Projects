               '../../../data/tax-rate.dat' organization is line
               sequential.

           *> Department master - the name, and the buyer, behind
           *> each bare department and category code. OPTIONAL -
           *> absent, every code prints as not on the master.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/sales-report.dat' organization is line
               sequential.
           05 ipt-record-type                           pic x.
               88 ipt-header-record                     value "H".
               88 ipt-detail-record                     value "D".
               88 ipt-tender-record                     value "P".
           05 ipt-quantity                              pic 9(3).
           05 ipt-unit-price                            pic 9(5)v99.
           05 ipt-gift-card-no                          pic x(16).
           05 tr-gst-rate                                pic v9999.
           05 tr-pst-rate                                pic v9999.

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
           data record is sales-data-line.

           05 imx-category                              pic xx.
           05 imx-retail-price                          pic 9(5)v99.
           05 imx-tax-category                          pic x.
           05 imx-unit-cost                             pic 9(5)v99.
           05 imx-service-plan-flag                     pic x.
               88 imx-service-plan                      value "S".
           05 imx-plan-term-months                      pic 99.

       fd checkpoint-file
           data record is checkpoint-record.
       01 ws-found-dept-cat-idx                         pic 99
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

       01 ws-counts-and-totals.
           05 ws-sales-records-count                   pic 9999
               value 0.
           05 filler                                   pic x(9)
               value "Category ".
           05 ws-prt-dc-category                        pic xx.
           05 filler                                   pic x(1)
               value " ".
           05 ws-prt-dc-name                            pic x(20).
           05 filler                                   pic x(1)
               value ":".
           05 filler                                   pic x(2)
           *> against it.
           perform 060-load-tax-rates.

           *> Load the department master so the subtotals print
           *> under a name, not just their codes.
           perform 065-load-department-master.

           *> Load the carried-forward month-to-date totals before
           *> this run's totals are added on top of them.
           perform 070-load-month-to-date.

           close tax-rate-file.

       065-load-department-master.

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

       070-load-month-to-date.
           move 'n' to sw-mtd-missing.
           open input month-to-date-file.
               *> double-counted here.
               perform 130-process-detail-line
           else
               *> A split-tender ("SP") header counts under no
               *> tender - each of its tender lines counts under
               *> its own instead. A coupon line only explains the
               *> header's net total - SalesAnalysisProgram reports
               *> it.
               evaluate true
               when ipt-tender-record
                   perform 140-count-tender-line
               when ipt-header-record
                   perform 110-process-header-line
               end-evaluate
           end-if

           *> Save a restart position periodically instead of only
           move ws-tax-owing to csv-taxes
           write csv-data-line from csv-detail-line.

       140-count-tender-line.

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
           end-evaluate.

       130-process-detail-line.

           move spaces to prt-line
               move ws-dept-cat-count to ws-found-dept-cat-idx
           end-if.

       226-find-department-name.

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

       220-find-tax-rate.
           move ws-default-tax-rate to ws-tax-rate.
           move ws-default-gst-rate to ws-gst-rate.
                   ws-prt-dc-department
               move ws-dc-category(ws-iterator) to
                   ws-prt-dc-category
               move ws-dc-department(ws-iterator) to
                   ws-dm-lookup-department
               move ws-dc-category(ws-iterator) to
                   ws-dm-lookup-category
               perform 226-find-department-name
               move ws-dm-lookup-name to ws-prt-dc-name
               move ws-dc-amount(ws-iterator) to ws-prt-dc-amount
               write prt-line from ws-dept-category-totals-line
           end-perform.
