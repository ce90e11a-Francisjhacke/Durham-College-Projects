       identification division.
       program-id. SalesPlanProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card - a single date record,
           *> normally absent, dropped in by operations when a
           *> failed feed is reprocessed the next morning so this
           *> step's run journal entry carries the business date
           *> the data belongs to.
           select optional batch-date-file assign to
               '../../../data/batch-date.dat' organization is line
               sequential.

           *> Shared batch-run audit journal - one record appended
           *> per completed step, and read back at start-up so the
           *> same step cannot run clean twice for one business
           *> date and silently double the history and MTD files.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> The control record editsProgram wrote for this batch -
           *> read here for its batch sequence number, which keys
           *> this step's run-journal guard and stamps.
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

           *> The 4-4-5 fiscal calendar - one record per date with
           *> its fiscal week, period and year. OPTIONAL - absent,
           *> or today not on it, there is no fiscal week to post
           *> to and the step says so and stops.
           select optional fiscal-calendar-file assign to
               '../../../data/fiscal-calendar.dat'
               organization is line sequential.

           *> The season's sales plan, loaded once a season by
           *> merchandising - planned net sales per store per fiscal
           *> week, either for the store as a whole or split by
           *> department. OPTIONAL, so the actuals still accumulate
           *> before the first plan is loaded.
           select optional sales-plan-file assign to
               '../../../data/sales-plan.dat' organization is line
               sequential.

           *> Net sales actually rung, per store, department and
           *> fiscal week - today's posted onto it every run, so the
           *> week-, period- and season-to-date comparisons never
           *> need last week's feeds again. Loaded whole and
           *> written back whole.
           select optional plan-actual-file assign to
               '../../../data/plan-actual.dat' organization is line
               sequential.

           select sales-file assign to '../../../data/sales.dat'
               organization is line sequential.

           select returns-file assign to
               '../../../data/returns.dat' organization is line
               sequential.

           select exchange-file assign to
               '../../../data/exchanges.dat' organization is line
               sequential.

           *> Keyed copy of the item master, rebuilt each run by
           *> editsProgram - read by key per detail line for the
           *> department the sale belongs to.
           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           select store-master-file assign to
               '../../../data/store-master.dat' organization is line
               sequential.

           *> Department master - the name, and the buyer, behind
           *> each bare department and category code. OPTIONAL -
           *> absent, every code prints as not on the master.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/plan-vs-actual.dat'
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

       fd fiscal-calendar-file
           data record is fiscal-calendar-record.

       01 fiscal-calendar-record.
           05 fc-date                                    pic 9(8).
           05 fc-fiscal-year                             pic 9(4).
           05 fc-fiscal-period                           pic 99.
           05 fc-fiscal-week                             pic 99.
           05 fc-period-end-flag                         pic x.

       fd sales-plan-file
           data record is sales-plan-record.

       01 sales-plan-record.
           05 spl-fiscal-year                           pic 9(4).
           05 spl-fiscal-period                         pic 99.
           05 spl-fiscal-week                           pic 99.
           05 spl-store-no                              pic xx.
           *> Blank for a plan covering the whole store.
           05 spl-department                            pic xx.
           05 spl-plan-amount                           pic 9(7)v99.

       fd plan-actual-file
           data record is plan-actual-record.

       01 plan-actual-record.
           05 pa-fiscal-year                            pic 9(4).
           05 pa-fiscal-period                          pic 99.
           05 pa-fiscal-week                            pic 99.
           05 pa-store-no                               pic xx.
           05 pa-department                             pic xx.
           05 pa-net-sales                              pic s9(9)v99.

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
               88 sd-discount-record                    value "C".
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
               88 xd-discount-record                    value "C".
           05 xd-quantity                               pic 9(3).
           05 xd-unit-price                             pic 9(5)v99.
           05 xd-gift-card-no                           pic x(16).
           05 xd-customer-no                            pic x(6).
           05 xd-original-invoice-no                    pic x(9).

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

       fd store-master-file
           data record is store-master-record.

       01 store-master-record.
           05 sm-store-no                               pic xx.
           05 sm-store-name                             pic x(20).
           05 sm-province                               pic xx.
           05 sm-active-flag                            pic x.

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

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-sales-eof                                  pic x
           value 'n'.

       01 sw-returns-eof                                pic x
           value 'n'.

       01 sw-exchange-eof                               pic x
           value 'n'.

       01 sw-plan-eof                                   pic x
           value 'n'.

       01 sw-actual-eof                                 pic x
           value 'n'.

       01 sw-store-eof                                  pic x
           value 'n'.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-item-found                                 pic x
           value 'n'.

       01 ws-run-date                                  pic 9(8).

       01 sw-batch-date-missing                        pic x
           value 'n'.

       *> Which of the business date's batches this run belongs
       *> to - editsProgram assigns it, everyone downstream reads
       *> it off the control record, so intraday batches stack
       *> instead of colliding.
       01 ws-batch-seq-no                              pic 9(3)
           value 0.

       01 ws-rj-this-program                           pic x(30)
           value "SALESPLANPROGRAM".

       01 sw-run-journal-eof                           pic x
           value 'n'.

       01 sw-prior-clean-run                           pic x
           value 'n'.

       01 ws-rj-return-code                            pic 99
           value 0.

       01 ws-timestamp-work.
           05 ws-ts-date                               pic 9(8).
           05 ws-ts-time-raw                           pic 9(8).

       01 ws-rj-start-stamp.
           05 ws-rj-start-date                         pic 9(8).
           05 ws-rj-start-time                         pic 9(6).

       *> The parameter card's value, re-shaped per target field.
       01 ws-param-count                               pic 9(4).
       01 ws-param-count-x redefines ws-param-count    pic x(4).

       *> How many of the stores furthest behind plan, season to
       *> date, are flagged and ranked for the district managers.
       01 ws-behind-plan-stores                        pic 9(4)
           value 3.

       01 ws-params-line1.
           05 filler                                   pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                   pic x(24)
               value " Stores flagged behind: ".
           05 prt-param-behind-stores                  pic z(3)9.

       *> Today's place on the fiscal 4-4-5 calendar.
       01 sw-fiscal-found                               pic x
           value 'n'.
       01 sw-fiscal-eof                                 pic x
           value 'n'.
       01 ws-fiscal-position.
           05 ws-fiscal-year                             pic 9(4)
               value 0.
           05 ws-fiscal-period                           pic 99
               value 0.
           05 ws-fiscal-week                             pic 99
               value 0.

       *> Fiscal year and week as one sortable number, so a season
       *> that crosses the fiscal year end still compares cleanly.
       01 ws-current-year-week                          pic 9(6)
           value 0.
       01 ws-season-start-year-week                     pic 9(6)
           value 0.
       01 ws-row-year-week                              pic 9(6)
           value 0.

       *> The season's plan, loaded whole.
       01 ws-plan-table.
           05 ws-plan-count                             pic 9(5)
               value 0.
           05 ws-plan-entries occurs 6000 times
               indexed by ws-plan-idx.
               10 ws-pl-fiscal-year                     pic 9(4).
               10 ws-pl-fiscal-period                   pic 99.
               10 ws-pl-fiscal-week                     pic 99.
               10 ws-pl-store-no                        pic xx.
               10 ws-pl-department                      pic xx.
               10 ws-pl-plan-amount                     pic 9(7)v99.

       *> Net sales by store, department and fiscal week.
       01 ws-actual-table.
           05 ws-actual-count                           pic 9(5)
               value 0.
           05 ws-actual-entries occurs 6000 times
               indexed by ws-actual-idx.
               10 ws-ac-fiscal-year                     pic 9(4).
               10 ws-ac-fiscal-period                   pic 99.
               10 ws-ac-fiscal-week                     pic 99.
               10 ws-ac-store-no                        pic xx.
               10 ws-ac-department                      pic xx.
               10 ws-ac-net-sales                       pic s9(9)v99.

       01 ws-found-actual-idx                           pic 9(5)
           value 0.

       01 ws-store-table.
           05 ws-store-count                            pic 99
               value 0.
           05 ws-store-entries occurs 50 times
               indexed by ws-store-idx.
               10 ws-sm-store-no                        pic xx.
               10 ws-sm-store-name                      pic x(20).
               10 ws-sm-active-flag                     pic x.
               *> Season-to-date position, kept for the ranking.
               10 ws-sm-std-actual                      pic s9(9)v99.
               10 ws-sm-std-plan                        pic 9(9)v99.
               10 ws-sm-std-variance                    pic s9(9)v99.
               10 ws-sm-std-pct                         pic s9(5)v9.
               10 ws-sm-ranked                          pic x.
               10 ws-sm-behind-flag                     pic x.

       *> The departments a store is planned by.
       01 ws-dept-list.
           05 ws-dept-count                             pic 99
               value 0.
           05 ws-dept-entries occurs 99 times
               indexed by ws-dept-idx.
               10 ws-dl-department                      pic xx.

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

       01 ws-iterator                                   pic 9(5)
           value 1.

       01 ws-store-iterator                             pic 99
           value 1.

       01 ws-dept-iterator                              pic 99
           value 1.

       01 ws-rank-iterator                              pic 9(4)
           value 1.

       01 ws-rank-no                                    pic 9(4)
           value 0.

       01 ws-lowest-store-idx                           pic 99
           value 0.

       *> The line in hand off today's split files.
       01 ws-line-fields.
           05 ws-ln-sku-code                            pic x(15).
           05 ws-ln-store-no                            pic xx.
           05 ws-ln-department                          pic xx.
           05 ws-ln-net-amount                          pic s9(7)v99.

       *> What one store (or one of its departments) is being
       *> summed for, and the three bases it is summed over.
       01 ws-sum-fields.
           05 ws-sum-store-no                           pic xx.
           05 ws-sum-department                         pic xx.
           05 sw-sum-all-depts                          pic x.
           05 ws-sum-week-actual                        pic s9(9)v99.
           05 ws-sum-week-plan                          pic 9(9)v99.
           05 ws-sum-ptd-actual                         pic s9(9)v99.
           05 ws-sum-ptd-plan                           pic 9(9)v99.
           05 ws-sum-std-actual                         pic s9(9)v99.
           05 ws-sum-std-plan                           pic 9(9)v99.
           05 ws-sum-basis-plan                         pic 9(9)v99.
           05 ws-sum-variance                           pic s9(9)v99.
           05 ws-sum-pct                                pic s9(5)v9.

       01 ws-counts.
           05 ws-lines-read                             pic 9(6)
               value 0.
           05 ws-lines-posted                           pic 9(6)
               value 0.
           05 ws-unknown-sku-lines                      pic 9(6)
               value 0.
           05 ws-plan-lines-read                        pic 9(6)
               value 0.
           05 ws-plan-lines-rejected                    pic 9(6)
               value 0.
           05 ws-today-net-sales                        pic s9(9)v99
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(30)
               value spaces.
           05 filler                                    pic x(32)
               value "SALES PLAN VS. ACTUAL BY STORE".

       01 report-heading-line2.
           05 filler                                    pic x(30)
               value spaces.
           05 filler                                    pic x(12)
               value "FISCAL YEAR ".
           05 prt-hd-fiscal-year                        pic 9(4).
           05 filler                                    pic x(9)
               value "  PERIOD ".
           05 prt-hd-fiscal-period                      pic z9.
           05 filler                                    pic x(7)
               value "  WEEK ".
           05 prt-hd-fiscal-week                        pic z9.
           05 filler                                    pic x(8)
               value "  AS OF ".
           05 prt-hd-run-date                           pic 9(8).

       01 no-fiscal-line.
           05 filler                                    pic x(41)
               value "BUSINESS DATE NOT ON THE FISCAL CALENDAR ".
           05 filler                                    pic x(36)
               value "- NO PLAN COMPARISON PRODUCED TODAY ".
           05 prt-nf-run-date                           pic 9(8).

       01 no-plan-line.
           05 filler                                    pic x(48)
               value "NO SALES PLAN ON FILE - ACTUALS SHOWN WITHOUT A".
           05 filler                                    pic x(5)
               value " PLAN".

       01 plan-headings.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(4)
               value "DEPT".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(21)
               value "NAME".
           05 filler                                    pic x(6)
               value "BASIS".
           05 filler                                    pic x(9)
               value spaces.
           05 filler                                    pic x(6)
               value "ACTUAL".
           05 filler                                    pic x(12)
               value spaces.
           05 filler                                    pic x(4)
               value "PLAN".
           05 filler                                    pic x(10)
               value spaces.
           05 filler                                    pic x(8)
               value "VARIANCE".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(5)
               value "VAR %".

       01 prt-store-name-line.
           05 prt-sn-store-no                           pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sn-store-name                         pic x(20).

       01 prt-plan-line.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-pl-store-no                           pic xx.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-pl-department                         pic x(3).
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pl-department-name                    pic x(20).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-pl-basis                              pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pl-actual                             pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pl-plan                               pic
               zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pl-variance                           pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pl-pct                                pic -zzzz9.9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pl-flag                               pic x(16).

       01 behind-heading.
           05 filler                                    pic x(46)
               value "STORES FURTHEST BEHIND PLAN - SEASON TO DATE".

       01 behind-headings.
           05 filler                                    pic x(4)
               value "RANK".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(20)
               value "NAME".
           05 filler                                    pic x(11)
               value spaces.
           05 filler                                    pic x(6)
               value "ACTUAL".
           05 filler                                    pic x(12)
               value spaces.
           05 filler                                    pic x(4)
               value "PLAN".
           05 filler                                    pic x(10)
               value spaces.
           05 filler                                    pic x(8)
               value "VARIANCE".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(5)
               value "VAR %".

       01 prt-behind-line.
           05 prt-bh-rank                               pic zzz9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-bh-store-no                           pic xx.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-bh-store-name                         pic x(20).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bh-actual                             pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bh-plan                               pic
               zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bh-variance                           pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bh-pct                                pic -zzzz9.9.

       01 totals-line1.
           05 filler                                    pic x(11)
               value "Lines Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-lines-read                            pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "Posted:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-lines-posted                          pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Unknown SKUs:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-unknown-sku-lines                     pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(16)
               value "Today Net Sales:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-today-net-sales                       pic
               -zzz,zzz,zz9.99.

       01 totals-line2.
           05 filler                                    pic x(16)
               value "Plan Lines Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-plan-lines-read                       pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Rejected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-plan-lines-rejected                   pic z(5)9.

       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this business date
           *> before any output file is opened over the first
           *> run's.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           perform 035-load-system-params.
           perform 047-load-fiscal-calendar.

           open output report-file.
           write report-data-line from report-heading-line.

           *> Without a fiscal week there is nothing to post the
           *> day to - the plan file and the actuals are left
           *> exactly as they are.
           if (sw-fiscal-found = 'n') then
               move ws-run-date to prt-nf-run-date
               write report-data-line from no-fiscal-line
                   after advancing 2 lines
               display "PLANVACT - " ws-run-date
                   " NOT ON FISCAL CALENDAR - NO COMPARISON"
               move 4 to return-code
               move 4 to ws-rj-return-code
               perform 900-write-run-journal
               close report-file
               goback
           end-if.

           move ws-fiscal-year to prt-hd-fiscal-year.
           move ws-fiscal-period to prt-hd-fiscal-period.
           move ws-fiscal-week to prt-hd-fiscal-week.
           move ws-run-date to prt-hd-run-date.
           write report-data-line from report-heading-line2.

           move ws-behind-plan-stores to prt-param-behind-stores.
           write report-data-line from ws-params-line1
               after advancing 1 line.

           compute ws-current-year-week =
               ws-fiscal-year * 100 + ws-fiscal-week.

           perform 050-load-store-master.
           perform 055-load-sales-plan.
           perform 058-load-department-master.
           perform 060-load-plan-actual.

           *> Post today's net sales onto this fiscal week.
           open input sales-file, returns-file, exchange-file.
           open input item-master-index-file.
           perform 100-post-sales.
           perform 120-post-exchanges.
           perform 140-post-returns.
           close sales-file, returns-file, exchange-file,
               item-master-index-file.

           *> Every store's season position first, so the stores
           *> furthest behind are ranked at the top of the report
           *> and flagged again in the store detail below it.
           perform 200-compute-store-positions.
           perform 300-rank-behind-plan.
           perform 400-report-stores.

           perform 500-rewrite-plan-actual.

           perform 600-totals.

           perform 900-write-run-journal.

           accept return-code.

           close report-file.

           goback.

       050-load-store-master.
           open input store-master-file.

           read store-master-file at end
               move "Y" to sw-store-eof.
           perform until sw-store-eof = "Y"
               if (ws-store-count < 50) then
                   add 1 to ws-store-count
                   move sm-store-no to
                       ws-sm-store-no(ws-store-count)
                   move sm-store-name to
                       ws-sm-store-name(ws-store-count)
                   move sm-active-flag to
                       ws-sm-active-flag(ws-store-count)
                   move 0 to ws-sm-std-actual(ws-store-count)
                   move 0 to ws-sm-std-plan(ws-store-count)
                   move 0 to ws-sm-std-variance(ws-store-count)
                   move 0 to ws-sm-std-pct(ws-store-count)
                   move 'n' to ws-sm-ranked(ws-store-count)
                   move 'n' to ws-sm-behind-flag(ws-store-count)
               end-if

               read store-master-file at end
                   move "Y" to sw-store-eof
           end-perform.

           close store-master-file.

       055-load-sales-plan.
           open input sales-plan-file.

           read sales-plan-file at end
               move "Y" to sw-plan-eof.
           perform until sw-plan-eof = "Y"
               add 1 to ws-plan-lines-read
               *> A half-keyed plan line is counted and skipped -
               *> comparing against it would misstate the variance.
               if (spl-fiscal-year is numeric) and
                   (spl-fiscal-period is numeric) and
                   (spl-fiscal-week is numeric) and
                   (spl-plan-amount is numeric) and
                   (spl-store-no not = spaces) then
                   if (ws-plan-count >= 6000) then
                       display "PLANVACT - SALES PLAN TABLE FULL - "
                           "RUN HALTED"
                       move 16 to return-code
                       move 16 to ws-rj-return-code
                       perform 900-write-run-journal
                       goback
                   end-if
                   add 1 to ws-plan-count
                   move spl-fiscal-year to
                       ws-pl-fiscal-year(ws-plan-count)
                   move spl-fiscal-period to
                       ws-pl-fiscal-period(ws-plan-count)
                   move spl-fiscal-week to
                       ws-pl-fiscal-week(ws-plan-count)
                   move spl-store-no to
                       ws-pl-store-no(ws-plan-count)
                   move spl-department to
                       ws-pl-department(ws-plan-count)
                   move spl-plan-amount to
                       ws-pl-plan-amount(ws-plan-count)

                   *> The season opens with the earliest week the
                   *> plan covers.
                   compute ws-row-year-week =
                       spl-fiscal-year * 100 + spl-fiscal-week
                   if (ws-season-start-year-week = 0) or
                       (ws-row-year-week <
                       ws-season-start-year-week) then
                       move ws-row-year-week to
                           ws-season-start-year-week
                   end-if
               else
                   add 1 to ws-plan-lines-rejected
               end-if

               read sales-plan-file at end
                   move "Y" to sw-plan-eof
           end-perform.

           close sales-plan-file.

           *> No plan loaded yet - the season runs from the start of
           *> the current fiscal year.
           if (ws-season-start-year-week = 0) then
               compute ws-season-start-year-week =
                   ws-fiscal-year * 100 + 1
               write report-data-line from no-plan-line
                   after advancing 1 line
           end-if.

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

       060-load-plan-actual.
           open input plan-actual-file.

           read plan-actual-file at end
               move "Y" to sw-actual-eof.
           perform until sw-actual-eof = "Y"
               *> Weeks more than a fiscal year back can no longer
               *> fall in any season being compared - they drop
               *> off as the file is written back.
               if (pa-fiscal-year + 1 >= ws-fiscal-year) then
                   if (ws-actual-count >= 6000) then
                       display "PLANVACT - PLAN ACTUAL TABLE FULL - "
                           "RUN HALTED"
                       move 16 to return-code
                       move 16 to ws-rj-return-code
                       perform 900-write-run-journal
                       goback
                   end-if
                   add 1 to ws-actual-count
                   move pa-fiscal-year to
                       ws-ac-fiscal-year(ws-actual-count)
                   move pa-fiscal-period to
                       ws-ac-fiscal-period(ws-actual-count)
                   move pa-fiscal-week to
                       ws-ac-fiscal-week(ws-actual-count)
                   move pa-store-no to
                       ws-ac-store-no(ws-actual-count)
                   move pa-department to
                       ws-ac-department(ws-actual-count)
                   move pa-net-sales to
                       ws-ac-net-sales(ws-actual-count)
               end-if

               read plan-actual-file at end
                   move "Y" to sw-actual-eof
           end-perform.

           close plan-actual-file.

       100-post-sales.

           *> Item lines count at what they rang; coupon lines
           *> come off, so the actual is net of the discount.
           read sales-file at end move "Y" to sw-sales-eof.
           perform until sw-sales-eof = "Y"

               if (sd-detail-record) then
                   move sd-sku-code to ws-ln-sku-code
                   move sd-store-no to ws-ln-store-no
                   move sd-transaction-amount to ws-ln-net-amount
                   perform 160-post-line
               end-if

               if (sd-discount-record) then
                   move spaces to ws-ln-sku-code
                   move sd-store-no to ws-ln-store-no
                   compute ws-ln-net-amount =
                       0 - sd-transaction-amount
                   perform 160-post-line
               end-if

           read sales-file at end move "Y" to sw-sales-eof
           end-perform.

       120-post-exchanges.

           read exchange-file at end move "Y" to sw-exchange-eof.
           perform until sw-exchange-eof = "Y"

               if (xd-detail-record) then
                   move xd-sku-code to ws-ln-sku-code
                   move xd-store-no to ws-ln-store-no
                   move xd-transaction-amount to ws-ln-net-amount
                   perform 160-post-line
               end-if

               if (xd-discount-record) then
                   move spaces to ws-ln-sku-code
                   move xd-store-no to ws-ln-store-no
                   compute ws-ln-net-amount =
                       0 - xd-transaction-amount
                   perform 160-post-line
               end-if

           read exchange-file at end move "Y" to sw-exchange-eof
           end-perform.

       140-post-returns.

           read returns-file at end move "Y" to sw-returns-eof.
           perform until sw-returns-eof = "Y"

               if (rd-detail-record) then
                   move rd-sku-code to ws-ln-sku-code
                   move rd-store-no to ws-ln-store-no
                   compute ws-ln-net-amount =
                       0 - rd-transaction-amount
                   perform 160-post-line
               end-if

           read returns-file at end move "Y" to sw-returns-eof
           end-perform.

       160-post-line.

           add 1 to ws-lines-read.

           *> A coupon line belongs to the invoice, not to any one
           *> department - it comes off the store's total only. So
           *> does an item line whose SKU is no longer on the
           *> master.
           move spaces to ws-ln-department.
           if (ws-ln-sku-code not = spaces) then
               move ws-ln-sku-code to imx-sku-code
               read item-master-index-file
                   invalid key move "n" to sw-item-found
                   not invalid key move "y" to sw-item-found
               end-read
               if (sw-item-found = "y") then
                   move imx-department to ws-ln-department
               else
                   add 1 to ws-unknown-sku-lines
               end-if
           end-if.

           move 0 to ws-found-actual-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-actual-count
               if (ws-ac-fiscal-year(ws-iterator) = ws-fiscal-year)
                   and (ws-ac-fiscal-week(ws-iterator) =
                   ws-fiscal-week) and
                   (ws-ac-store-no(ws-iterator) = ws-ln-store-no)
                   and (ws-ac-department(ws-iterator) =
                   ws-ln-department) then
                   move ws-iterator to ws-found-actual-idx
               end-if
           end-perform.

           if (ws-found-actual-idx = 0) then
               if (ws-actual-count >= 6000) then
                   display "PLANVACT - PLAN ACTUAL TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-actual-count
               move ws-fiscal-year to
                   ws-ac-fiscal-year(ws-actual-count)
               move ws-fiscal-period to
                   ws-ac-fiscal-period(ws-actual-count)
               move ws-fiscal-week to
                   ws-ac-fiscal-week(ws-actual-count)
               move ws-ln-store-no to ws-ac-store-no(ws-actual-count)
               move ws-ln-department to
                   ws-ac-department(ws-actual-count)
               move 0 to ws-ac-net-sales(ws-actual-count)
               move ws-actual-count to ws-found-actual-idx
           end-if.

           add ws-ln-net-amount to
               ws-ac-net-sales(ws-found-actual-idx).
           add ws-ln-net-amount to ws-today-net-sales.
           add 1 to ws-lines-posted.

       200-compute-store-positions.

           move 1 to ws-store-iterator.
           perform varying ws-store-iterator
               from 1
               by 1
               until ws-store-iterator > ws-store-count
               if (ws-sm-active-flag(ws-store-iterator) = "Y") then
                   move ws-sm-store-no(ws-store-iterator) to
                       ws-sum-store-no
                   move spaces to ws-sum-department
                   move 'y' to sw-sum-all-depts
                   perform 220-sum-plan-and-actual
                   perform 205-save-store-position
               end-if
           end-perform.

       205-save-store-position.

           move ws-sum-std-actual to
               ws-sm-std-actual(ws-store-iterator).
           move ws-sum-std-plan to ws-sm-std-plan(ws-store-iterator).
           compute ws-sm-std-variance(ws-store-iterator) =
               ws-sum-std-actual - ws-sum-std-plan.
           if (ws-sum-std-plan > 0) then
               compute ws-sm-std-pct(ws-store-iterator) rounded =
                   ws-sm-std-variance(ws-store-iterator) * 100 /
                   ws-sum-std-plan
                   on size error
                   move 99999.9 to ws-sm-std-pct(ws-store-iterator)
               end-compute
           end-if.

       400-report-stores.

           write report-data-line from plan-headings
               after advancing 3 lines.

           move 1 to ws-store-iterator.
           perform varying ws-store-iterator
               from 1
               by 1
               until ws-store-iterator > ws-store-count
               if (ws-sm-active-flag(ws-store-iterator) = "Y") then
                   perform 210-report-one-store
               end-if
           end-perform.

       210-report-one-store.

           move ws-sm-store-no(ws-store-iterator) to prt-sn-store-no.
           move ws-sm-store-name(ws-store-iterator) to
               prt-sn-store-name.
           write report-data-line from prt-store-name-line
               after advancing 2 lines.

           *> The store as a whole - every department's actual
           *> against every plan line for the store.
           move ws-sm-store-no(ws-store-iterator) to ws-sum-store-no.
           move spaces to ws-sum-department.
           move 'y' to sw-sum-all-depts.
           perform 220-sum-plan-and-actual.

           move "ALL" to prt-pl-department.
           move "ALL DEPARTMENTS" to prt-pl-department-name.
           perform 230-print-three-bases.

           *> Then each department the store is planned by.
           perform 240-build-dept-list.
           move 1 to ws-dept-iterator.
           perform varying ws-dept-iterator
               from 1
               by 1
               until ws-dept-iterator > ws-dept-count
               move ws-dl-department(ws-dept-iterator) to
                   ws-sum-department
               move 'n' to sw-sum-all-depts
               perform 220-sum-plan-and-actual
               move ws-dl-department(ws-dept-iterator) to
                   prt-pl-department
               move ws-dl-department(ws-dept-iterator) to
                   ws-dm-lookup-department
               move spaces to ws-dm-lookup-category
               perform 237-find-department-name
               move ws-dm-lookup-name to prt-pl-department-name
               perform 230-print-three-bases
           end-perform.

       220-sum-plan-and-actual.

           move 0 to ws-sum-week-actual, ws-sum-week-plan,
               ws-sum-ptd-actual, ws-sum-ptd-plan,
               ws-sum-std-actual, ws-sum-std-plan.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-actual-count
               if (ws-ac-store-no(ws-iterator) = ws-sum-store-no) and
                   ((sw-sum-all-depts = 'y') or
                   (ws-ac-department(ws-iterator) =
                   ws-sum-department)) then
                   compute ws-row-year-week =
                       ws-ac-fiscal-year(ws-iterator) * 100 +
                       ws-ac-fiscal-week(ws-iterator)
                   if (ws-row-year-week = ws-current-year-week) then
                       add ws-ac-net-sales(ws-iterator) to
                           ws-sum-week-actual
                   end-if
                   if (ws-ac-fiscal-year(ws-iterator) =
                       ws-fiscal-year) and
                       (ws-ac-fiscal-period(ws-iterator) =
                       ws-fiscal-period) and
                       (ws-row-year-week <= ws-current-year-week)
                       then
                       add ws-ac-net-sales(ws-iterator) to
                           ws-sum-ptd-actual
                   end-if
                   if (ws-row-year-week >=
                       ws-season-start-year-week) and
                       (ws-row-year-week <= ws-current-year-week)
                       then
                       add ws-ac-net-sales(ws-iterator) to
                           ws-sum-std-actual
                   end-if
               end-if
           end-perform.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-plan-count
               if (ws-pl-store-no(ws-iterator) = ws-sum-store-no) and
                   ((sw-sum-all-depts = 'y') or
                   (ws-pl-department(ws-iterator) =
                   ws-sum-department)) then
                   compute ws-row-year-week =
                       ws-pl-fiscal-year(ws-iterator) * 100 +
                       ws-pl-fiscal-week(ws-iterator)
                   if (ws-row-year-week = ws-current-year-week) then
                       add ws-pl-plan-amount(ws-iterator) to
                           ws-sum-week-plan
                   end-if
                   if (ws-pl-fiscal-year(ws-iterator) =
                       ws-fiscal-year) and
                       (ws-pl-fiscal-period(ws-iterator) =
                       ws-fiscal-period) and
                       (ws-row-year-week <= ws-current-year-week)
                       then
                       add ws-pl-plan-amount(ws-iterator) to
                           ws-sum-ptd-plan
                   end-if
                   if (ws-row-year-week <= ws-current-year-week)
                       then
                       add ws-pl-plan-amount(ws-iterator) to
                           ws-sum-std-plan
                   end-if
               end-if
           end-perform.

       230-print-three-bases.

           move ws-sum-store-no to prt-pl-store-no.
           move spaces to prt-pl-flag.

           move "WEEK" to prt-pl-basis.
           move ws-sum-week-actual to prt-pl-actual.
           move ws-sum-week-plan to prt-pl-plan.
           compute ws-sum-variance =
               ws-sum-week-actual - ws-sum-week-plan.
           move ws-sum-week-plan to ws-sum-basis-plan.
           perform 235-print-basis-line.

           move "PTD" to prt-pl-basis.
           move ws-sum-ptd-actual to prt-pl-actual.
           move ws-sum-ptd-plan to prt-pl-plan.
           compute ws-sum-variance =
               ws-sum-ptd-actual - ws-sum-ptd-plan.
           move ws-sum-ptd-plan to ws-sum-basis-plan.
           perform 235-print-basis-line.

           *> The season line is the one the ranking is made on.
           move "SEASON" to prt-pl-basis.
           move ws-sum-std-actual to prt-pl-actual.
           move ws-sum-std-plan to prt-pl-plan.
           compute ws-sum-variance =
               ws-sum-std-actual - ws-sum-std-plan.
           move ws-sum-std-plan to ws-sum-basis-plan.
           if (sw-sum-all-depts = 'y') and
               (ws-sm-behind-flag(ws-store-iterator) = 'y') then
               move "*** BEHIND PLAN" to prt-pl-flag
           end-if.
           perform 235-print-basis-line.

       235-print-basis-line.

           *> A basis with no plan prints no percentage.
           move 0 to ws-sum-pct.
           if (ws-sum-basis-plan > 0) then
               compute ws-sum-pct rounded =
                   ws-sum-variance * 100 / ws-sum-basis-plan
                   on size error move 99999.9 to ws-sum-pct
               end-compute
           end-if.
           move ws-sum-variance to prt-pl-variance.
           move ws-sum-pct to prt-pl-pct.
           write report-data-line from prt-plan-line.
           move spaces to prt-pl-store-no.
           move spaces to prt-pl-flag.

       237-find-department-name.

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

       240-build-dept-list.

           move 0 to ws-dept-count.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-plan-count
               if (ws-pl-store-no(ws-iterator) = ws-sum-store-no) and
                   (ws-pl-department(ws-iterator) not = spaces) then
                   move 'n' to sw-item-found
                   move 1 to ws-dept-iterator
                   perform varying ws-dept-iterator
                       from 1
                       by 1
                       until ws-dept-iterator > ws-dept-count
                       if (ws-dl-department(ws-dept-iterator) =
                           ws-pl-department(ws-iterator)) then
                           move 'y' to sw-item-found
                       end-if
                   end-perform
                   if (sw-item-found = 'n') and
                       (ws-dept-count < 99) then
                       add 1 to ws-dept-count
                       move ws-pl-department(ws-iterator) to
                           ws-dl-department(ws-dept-count)
                   end-if
               end-if
           end-perform.

       300-rank-behind-plan.

           *> Worst variance percentage first, among the stores
           *> that are behind at all and have a plan to be behind.
           write report-data-line from behind-heading
               after advancing 2 lines.
           write report-data-line from behind-headings
               after advancing 1 line.

           move 0 to ws-rank-no.
           move 1 to ws-rank-iterator.
           perform varying ws-rank-iterator
               from 1
               by 1
               until ws-rank-iterator > ws-behind-plan-stores
               move 0 to ws-lowest-store-idx
               move 1 to ws-store-iterator
               perform varying ws-store-iterator
                   from 1
                   by 1
                   until ws-store-iterator > ws-store-count
                   if (ws-sm-ranked(ws-store-iterator) = 'n') and
                       (ws-sm-active-flag(ws-store-iterator) = "Y")
                       and (ws-sm-std-plan(ws-store-iterator) > 0)
                       and (ws-sm-std-variance(ws-store-iterator)
                       < 0) then
                       if (ws-lowest-store-idx = 0) then
                           move ws-store-iterator to
                               ws-lowest-store-idx
                       else
                           if (ws-sm-std-pct(ws-store-iterator) <
                               ws-sm-std-pct(ws-lowest-store-idx))
                               then
                               move ws-store-iterator to
                                   ws-lowest-store-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if (ws-lowest-store-idx > 0) then
                   move 'y' to ws-sm-ranked(ws-lowest-store-idx)
                   move 'y' to ws-sm-behind-flag(ws-lowest-store-idx)
                   add 1 to ws-rank-no
                   perform 310-print-behind-line
               end-if
           end-perform.

       310-print-behind-line.
           move ws-rank-no to prt-bh-rank.
           move ws-sm-store-no(ws-lowest-store-idx) to
               prt-bh-store-no.
           move ws-sm-store-name(ws-lowest-store-idx) to
               prt-bh-store-name.
           move ws-sm-std-actual(ws-lowest-store-idx) to
               prt-bh-actual.
           move ws-sm-std-plan(ws-lowest-store-idx) to prt-bh-plan.
           move ws-sm-std-variance(ws-lowest-store-idx) to
               prt-bh-variance.
           move ws-sm-std-pct(ws-lowest-store-idx) to prt-bh-pct.
           write report-data-line from prt-behind-line.

       500-rewrite-plan-actual.

           open output plan-actual-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-actual-count
               move ws-ac-fiscal-year(ws-iterator) to pa-fiscal-year
               move ws-ac-fiscal-period(ws-iterator) to
                   pa-fiscal-period
               move ws-ac-fiscal-week(ws-iterator) to pa-fiscal-week
               move ws-ac-store-no(ws-iterator) to pa-store-no
               move ws-ac-department(ws-iterator) to pa-department
               move ws-ac-net-sales(ws-iterator) to pa-net-sales
               write plan-actual-record
           end-perform.
           close plan-actual-file.

       600-totals.

           move ws-lines-read to prt-lines-read.
           move ws-lines-posted to prt-lines-posted.
           move ws-unknown-sku-lines to prt-unknown-sku-lines.
           move ws-today-net-sales to prt-today-net-sales.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-plan-lines-read to prt-plan-lines-read.
           move ws-plan-lines-rejected to prt-plan-lines-rejected.
           write report-data-line from totals-line2
               after advancing 1 line.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               *> A card whose value does not fit its field's
               *> digit shape is ignored - the compiled default
               *> stands rather than a half-keyed number.
               evaluate sp-param-name
               when "PLAN-BEHIND-STORES"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 0) then
                       move ws-param-count to
                           ws-behind-plan-stores
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

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
           *> as batch zero, which still guards one run per date.
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

       045-guard-run-journal.

           *> Capture the start stamp, then refuse to run twice -
           *> a journal record with return code zero for this
           *> program and business date means this step already
           *> completed cleanly, and running it again would double
           *> everything it appends or accumulates.
           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.
           move ws-ts-date to ws-rj-start-date.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

           open input run-journal-file.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               if (rj-program-id = ws-rj-this-program) and
                   (rj-business-date = ws-run-date) and
                   (rj-batch-seq-no = ws-batch-seq-no) and
                   (rj-return-code = 0) then
                   move 'y' to sw-prior-clean-run
               end-if
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof
           end-perform.
           close run-journal-file.

           if (sw-prior-clean-run = 'y') then
               display "RUNJRNL - " ws-rj-this-program
                   " ALREADY RAN CLEAN FOR " ws-run-date
                   " - STEP REFUSED"
               move 16 to return-code
               goback
           end-if.

       047-load-fiscal-calendar.

           move 'n' to sw-fiscal-found.
           open input fiscal-calendar-file.
           read fiscal-calendar-file at end
               move "Y" to sw-fiscal-eof.
           perform until sw-fiscal-eof = "Y"
               if (fc-date = ws-run-date) then
                   move 'y' to sw-fiscal-found
                   move fc-fiscal-year to ws-fiscal-year
                   move fc-fiscal-period to ws-fiscal-period
                   move fc-fiscal-week to ws-fiscal-week
               end-if
               read fiscal-calendar-file at end
                   move "Y" to sw-fiscal-eof
           end-perform.
           close fiscal-calendar-file.

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           move ws-rj-this-program to rj-program-id.
           move ws-run-date to rj-business-date.
           move ws-rj-start-date to rj-start-date.
           move ws-rj-start-time to rj-start-time.
           move ws-ts-date to rj-end-date.
           move ws-ts-time-raw(1:6) to rj-end-time.
           move ws-lines-read to rj-records-read.
           move ws-lines-posted to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program SalesPlanProgram.
