       identification division.
       program-id. AgedInventoryProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - every age counts back from the business
           *> date, so a rerun ages the week the data belongs to.
           select optional batch-date-file assign to
               '../../../data/batch-date.dat' organization is line
               sequential.

           *> System parameter deck - one name/value card per
           *> tunable figure, shared by the whole chain. OPTIONAL -
           *> absent, the compiled defaults stand, and every run
           *> prints the values it actually ran under.
           select optional system-params-file assign to
               '../../../data/system-params.dat'
               organization is line sequential.

           *> Store master - the name beside each store's section
           *> and beside each suggested transfer store.
           select store-master-file assign to
               '../../../data/store-master.dat' organization is line
               sequential.

           *> The stock-on-hand subledger, swept in key order - SKU
           *> first, so every store's position in a SKU arrives
           *> together and the stores still selling it can be
           *> found before the slow ones are listed.
           select stock-master-file assign to
               '../../../data/stock-master.dat'
               organization is indexed
               access mode is dynamic
               record key is stk-key.

           *> Keyed copy of the item master, rebuilt each run by
           *> editsProgram - description, department and the retail
           *> price the on-hand units are extended at.
           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           *> Department master - the name behind each bare
           *> department code. OPTIONAL - absent, every code prints
           *> as not on the master.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/aged-stock-report.dat'
               organization is line sequential.

       data division.
       file section.

       fd batch-date-file
           data record is batch-date-record.

       01 batch-date-record.
           05 bd-business-date                          pic 9(8).

       fd system-params-file
           data record is system-params-record.

       *> The value is keyed in the target field's own digit
       *> shape, left-justified.
       01 system-params-record.
           05 sp-param-name                             pic x(20).
           05 sp-param-value                            pic x(12).

       fd store-master-file
           data record is store-master-record.

       01 store-master-record.
           05 sm-store-no                               pic xx.
           05 sm-store-name                             pic x(20).
           05 sm-province                               pic xx.
           05 sm-active-flag                            pic x.

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

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-store-master-eof                           pic x
           value 'n'.

       01 sw-master-eof                                 pic x
           value 'n'.

       01 sw-batch-date-missing                         pic x
           value 'n'.

       01 sw-item-found                                 pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       *> The parameter card's value, re-shaped per target field.
       01 ws-param-days                                 pic 999.
       01 ws-param-days-x redefines ws-param-days       pic x(3).

       *> A position with no sale in at least this many days is a
       *> markdown or transfer candidate.
       01 ws-candidate-days                             pic 999
           value 90.

       *> How many of the worst candidates are listed, by retail
       *> dollars tied up - no more than the table holds.
       01 ws-candidate-limit                            pic 999
           value 25.

       *> A store that sold the SKU inside this many days is
       *> actually selling it, and can be offered the slow units.
       01 ws-selling-days                               pic 999
           value 30.

       01 ws-run-date-integer                           pic 9(7)
           value 0.
       01 ws-date-integer                               pic 9(7)
           value 0.

       *> The position being aged - days since its last sale, or
       *> since its last receipt if it never sold, and the bucket
       *> that puts it in: 1 sold inside 30 days, 2 no sale in 30,
       *> 3 in 60, 4 in 90, 5 in 180 or more.
       01 ws-aged-from-date                             pic 9(8)
           value 0.
       01 ws-position-age                               pic 9(5)
           value 0.
       01 ws-position-bucket                            pic 9
           value 0.
       01 ws-position-retail                            pic 9(9)v99
           value 0.
       01 ws-position-history                           pic x
           value space.
           88 ws-history-sold                           value "S".
           88 ws-history-received                       value "R".
           88 ws-history-none                           value "N".

       *> Store master, in the order the file carries it.
       01 ws-store-table.
           05 ws-store-count                            pic 99
               value 0.
           05 ws-store-entries occurs 50 times
               indexed by ws-store-idx.
               10 ws-st-store-no                        pic xx.
               10 ws-st-store-name                      pic x(20).

       01 ws-find-store-no                              pic xx.
       01 ws-found-store-name                           pic x(20).

       *> Every store's position in the SKU being swept, held
       *> until the SKU changes.
       01 ws-group-sku-code                             pic x(15)
           value spaces.
       01 ws-group-description                          pic x(20).
       01 ws-group-department                           pic xx.
       01 ws-group-retail-price                         pic 9(5)v99.

       01 ws-group-table.
           05 ws-group-count                            pic 99
               value 0.
           05 ws-group-entries occurs 50 times
               indexed by ws-group-idx.
               10 ws-gp-store-no                        pic xx.
               10 ws-gp-on-hand                         pic s9(7).
               10 ws-gp-last-sold-date                  pic 9(8).
               10 ws-gp-last-received-date              pic 9(8).

       01 ws-found-group-idx                            pic 99
           value 0.
       01 ws-target-group-idx                           pic 99
           value 0.
       01 ws-target-store-no                            pic xx.

       *> On-hand units and retail dollars by store and
       *> department, per age bucket - kept in store/department
       *> order as entries are added, so the summary prints
       *> straight down the table.
       01 ws-aged-table.
           05 ws-aged-count                             pic 9(4)
               value 0.
           05 ws-aged-entries occurs 1000 times
               indexed by ws-aged-idx.
               10 ws-ag-key.
                   15 ws-ag-store-no                    pic xx.
                   15 ws-ag-department                  pic xx.
               10 ws-ag-buckets occurs 5 times.
                   15 ws-ag-units                       pic 9(7).
                   15 ws-ag-retail                      pic 9(9)v99.

       01 ws-find-aged-key.
           05 ws-fa-store-no                            pic xx.
           05 ws-fa-department                          pic xx.

       01 ws-found-aged-idx                             pic 9(4)
           value 0.
       01 ws-shift-idx                                  pic 9(4)
           value 0.

       *> The worst positions seen so far - once the table holds
       *> the listing's worth, a worse position replaces the
       *> least bad one.
       01 ws-candidate-table.
           05 ws-candidate-count                        pic 999
               value 0.
           05 ws-candidate-entries occurs 100 times
               indexed by ws-candidate-idx.
               10 ws-cd-sku-code                        pic x(15).
               10 ws-cd-store-no                        pic xx.
               10 ws-cd-description                     pic x(20).
               10 ws-cd-department                      pic xx.
               10 ws-cd-on-hand                         pic 9(7).
               10 ws-cd-retail                          pic 9(9)v99.
               10 ws-cd-history                         pic x.
               10 ws-cd-aged-from-date                  pic 9(8).
               10 ws-cd-age                             pic 9(5).
               10 ws-cd-target-store-no                 pic xx.
               10 ws-cd-listed                          pic x.

       01 ws-lowest-candidate-idx                       pic 999
           value 0.
       01 ws-worst-candidate-idx                        pic 999
           value 0.
       01 ws-rank-no                                    pic 999
           value 0.

       01 ws-iterator                                   pic 9(4)
           value 1.
       01 ws-bucket-iterator                            pic 9
           value 1.

       *> Store and chain totals per bucket, built as the
       *> summary prints.
       01 ws-store-totals.
           05 ws-sto-buckets occurs 5 times.
               10 ws-sto-units                          pic 9(7).
               10 ws-sto-retail                         pic 9(9)v99.

       01 ws-chain-totals.
           05 ws-cha-buckets occurs 5 times.
               10 ws-cha-units                          pic 9(7).
               10 ws-cha-retail                         pic 9(9)v99.

       01 ws-line-units                                 pic 9(7)
           value 0.
       01 ws-line-retail                                pic 9(9)v99
           value 0.
       01 ws-current-store-no                           pic xx
           value spaces.

       01 ws-counts.
           05 ws-positions-read                         pic 9(7)
               value 0.
           05 ws-positions-aged                         pic 9(7)
               value 0.
           05 ws-positions-not-stocked                  pic 9(7)
               value 0.
           05 ws-positions-no-history                   pic 9(7)
               value 0.
           05 ws-positions-not-on-items                 pic 9(7)
               value 0.
           05 ws-candidates-found                       pic 9(7)
               value 0.
           05 ws-transfer-suggested                     pic 9(5)
               value 0.
           05 ws-markdown-suggested                     pic 9(5)
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

       01 report-heading-line.
           05 filler                                    pic x(20)
               value spaces.
           05 filler                                    pic x(40)
               value "AGED AND SLOW-MOVING STOCK BY STORE AND".
           05 filler                                    pic x(12)
               value " DEPARTMENT ".
           05 filler                                    pic x(16)
               value " BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(25)
               value " Candidates: no sale in ".
           05 prt-param-candidate-days                  pic zz9.
           05 filler                                    pic x(15)
               value "+ days, worst ".
           05 prt-param-candidate-limit                 pic zz9.
           05 filler                                    pic x(25)
               value "  Selling store: sold in ".
           05 prt-param-selling-days                    pic zz9.
           05 filler                                    pic x(5)
               value " days".

       01 ws-params-line2.
           05 filler                                    pic x(22)
               value spaces.
           05 filler                                    pic x(41)
               value " Age runs from the last sale, or from the".
           05 filler                                    pic x(40)
               value " last receipt for a position never sold.".

       01 headings-line1.
           05 filler                                    pic x(18)
               value spaces.
           05 filler                                    pic x(17)
               value " --- SOLD < 30 --".
           05 filler                                    pic x(17)
               value " - NO SALE 30+ --".
           05 filler                                    pic x(17)
               value " - NO SALE 60+ --".
           05 filler                                    pic x(17)
               value " - NO SALE 90+ --".
           05 filler                                    pic x(17)
               value " - NO SALE 180+ -".
           05 filler                                    pic x(17)
               value " ----- TOTAL ----".

       01 headings-line2.
           05 filler                                    pic x(18)
               value "ST DP DEPARTMENT".
           05 filler                                    pic x(17)
               value "  UNITS    RETAIL".
           05 filler                                    pic x(17)
               value "  UNITS    RETAIL".
           05 filler                                    pic x(17)
               value "  UNITS    RETAIL".
           05 filler                                    pic x(17)
               value "  UNITS    RETAIL".
           05 filler                                    pic x(17)
               value "  UNITS    RETAIL".
           05 filler                                    pic x(17)
               value "  UNITS    RETAIL".

       01 store-heading-line.
           05 filler                                    pic x(6)
               value "STORE ".
           05 prt-sh-store-no                           pic xx.
           05 filler                                    pic x(3)
               value " - ".
           05 prt-sh-store-name                         pic x(20).

       *> One line per store and department, then the store's
       *> total and at the end the chain's - cleared to spaces
       *> before each is built.
       01 prt-aged-line.
           05 prt-ag-store-no                           pic xx.
           05 filler                                    pic x.
           05 prt-ag-department                         pic xx.
           05 filler                                    pic x.
           05 prt-ag-name                               pic x(12).
           05 prt-ag-columns occurs 6 times.
               10 filler                                pic x.
               10 prt-ag-units                          pic z(5)9.
               10 filler                                pic x.
               10 prt-ag-retail                         pic z,zzz,zz9.

       01 candidate-heading.
           05 filler                                    pic x(40)
               value "MARKDOWN AND TRANSFER CANDIDATES - WORST".
           05 filler                                    pic x(1)
               value " ".
           05 prt-ch-candidate-limit                    pic zz9.
           05 filler                                    pic x(36)
               value " POSITIONS WITH NO SALE IN AT LEAST ".
           05 prt-ch-candidate-days                     pic zz9.
           05 filler                                    pic x(5)
               value " DAYS".

       01 candidate-headings.
           05 filler                                    pic x(5)
               value "RANK".
           05 filler                                    pic x(4)
               value "ST".
           05 filler                                    pic x(17)
               value "SKU".
           05 filler                                    pic x(22)
               value "DESCRIPTION".
           05 filler                                    pic x(4)
               value "DP".
           05 filler                                    pic x(8)
               value " ON HND".
           05 filler                                    pic x(15)
               value "  RETAIL VALUE".
           05 filler                                    pic x(12)
               value "LAST SALE".
           05 filler                                    pic x(6)
               value " DAYS".
           05 filler                                    pic x(10)
               value "ACTION".

       01 prt-candidate-line.
           05 prt-cd-rank                               pic zz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-store-no                           pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-sku-code                           pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-description                        pic x(20).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-department                         pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-on-hand                            pic z(5)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-retail                             pic
               zz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-last-sale                          pic x(10).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-age                                pic x(4).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cd-action                             pic x(8).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-cd-target-store-no                    pic xx.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-cd-target-store-name                  pic x(12).

       *> Display shapes for the candidate line's date and age,
       *> which print as words when there is no date to age from.
       01 ws-edit-date                                  pic 9999/99/99.
       01 ws-edit-age                                   pic zzz9.

       01 totals-line1.
           05 filler                                    pic x(15)
               value "Positions Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-positions-read                        pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Aged On Hand:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-positions-aged                        pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(16)
               value "Nothing On Hand:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-positions-not-stocked                 pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(23)
               value "No Sale Or Receipt Yet:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-positions-no-history                  pic z(6)9.

       01 totals-line2.
           05 filler                                    pic x(19)
               value "Not On Item Master:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-positions-not-on-items                pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(11)
               value "Candidates:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-candidates-found                      pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Transfers:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-transfer-suggested                    pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Markdowns:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-markdown-suggested                    pic z(4)9.

       procedure division.

           perform 040-resolve-business-date.
           perform 035-load-system-params.

           *> Every age is a calendar difference, not a digit one.
           compute ws-run-date-integer =
               function integer-of-date(ws-run-date).

           open output report-file.
           move ws-run-date to prt-hd-run-date.
           write report-data-line from report-heading-line.

           move ws-candidate-days to prt-param-candidate-days.
           move ws-candidate-limit to prt-param-candidate-limit.
           move ws-selling-days to prt-param-selling-days.
           write report-data-line from ws-params-line1
               after advancing 1 line.
           write report-data-line from ws-params-line2
               after advancing 1 line.

           perform 050-load-store-master.
           perform 058-load-department-master.

           open input stock-master-file, item-master-index-file.
           perform 100-sweep-stock-master.
           close stock-master-file, item-master-index-file.

           perform 300-print-aged-summary.

           perform 400-print-candidates.

           perform 500-totals.

           accept return-code.

           close report-file.

           goback.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               *> A card whose value does not fit its field's
               *> digit shape is ignored - the compiled default
               *> stands rather than a half-keyed number.
               evaluate sp-param-name
               when "AGED-CANDIDATE-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-candidate-days
                   end-if
               when "AGED-CANDIDATE-COUNT"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-candidate-limit
                   end-if
               when "AGED-SELLING-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-selling-days
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

           *> The listing cannot outgrow the table that holds it.
           if (ws-candidate-limit > 100) then
               move 100 to ws-candidate-limit
           end-if.

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

       050-load-store-master.

           open input store-master-file.
           read store-master-file at end
               move "Y" to sw-store-master-eof.
           perform until sw-store-master-eof = "Y"
               if (ws-store-count < 50) then
                   add 1 to ws-store-count
                   move sm-store-no to
                       ws-st-store-no(ws-store-count)
                   move sm-store-name to
                       ws-st-store-name(ws-store-count)
               end-if
               read store-master-file at end
                   move "Y" to sw-store-master-eof
           end-perform.
           close store-master-file.

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


       087-find-store-name.

           move "NOT ON FILE" to ws-found-store-name.
           perform varying ws-store-idx
               from 1
               by 1
               until ws-store-idx > ws-store-count
               if (ws-st-store-no(ws-store-idx) = ws-find-store-no)
                   then
                   move ws-st-store-name(ws-store-idx) to
                       ws-found-store-name
               end-if
           end-perform.

       100-sweep-stock-master.

           move low-values to stk-key.
           start stock-master-file key is not less than stk-key
               invalid key move "Y" to sw-master-eof
           end-start.

           if (sw-master-eof not = "Y") then
               perform 110-read-next-position
           end-if.
           perform until sw-master-eof = "Y"

               add 1 to ws-positions-read

               *> A new SKU closes off the one before it - every
               *> store's position in it is in hand by now.
               if (stk-sku-code not = ws-group-sku-code) then
                   if (ws-group-count > 0) then
                       perform 200-age-sku-group
                   end-if
                   move stk-sku-code to ws-group-sku-code
                   move 0 to ws-group-count
               end-if

               perform 120-hold-position

               perform 110-read-next-position
           end-perform.

           if (ws-group-count > 0) then
               perform 200-age-sku-group
           end-if.

       110-read-next-position.
           read stock-master-file next record
               at end move "Y" to sw-master-eof
           end-read.

       120-hold-position.

           if (ws-group-count >= 50) then
               *> More stores than the store table holds would
               *> drop positions off every figure below.
               display "AGEDINV - SKU POSITION TABLE FULL - "
                   "RUN HALTED"
               move 16 to return-code
               close stock-master-file, item-master-index-file,
                   report-file
               goback
           end-if.

           add 1 to ws-group-count.
           move stk-store-no to ws-gp-store-no(ws-group-count).
           move stk-on-hand to ws-gp-on-hand(ws-group-count).

           *> A position written before the dates existed reads
           *> as non-numeric - it has no sale or receipt on
           *> record yet.
           if (stk-last-sold-date is numeric) then
               move stk-last-sold-date to
                   ws-gp-last-sold-date(ws-group-count)
           else
               move 0 to ws-gp-last-sold-date(ws-group-count)
           end-if.
           if (stk-last-received-date is numeric) then
               move stk-last-received-date to
                   ws-gp-last-received-date(ws-group-count)
           else
               move 0 to ws-gp-last-received-date(ws-group-count)
           end-if.

       200-age-sku-group.

           perform 210-read-item-master.

           perform varying ws-found-group-idx
               from 1
               by 1
               until ws-found-group-idx > ws-group-count
               *> Only units actually on the shelf can be aged - a
               *> position sold out, or oversold, has nothing
               *> sitting there.
               if (ws-gp-on-hand(ws-found-group-idx) > 0) then
                   perform 220-age-one-position
               else
                   add 1 to ws-positions-not-stocked
               end-if
           end-perform.

       210-read-item-master.

           move "n" to sw-item-found.
           move ws-group-sku-code to imx-sku-code.
           read item-master-index-file
               invalid key move "n" to sw-item-found
               not invalid key move "y" to sw-item-found
           end-read.

           *> A SKU the master no longer carries still has units
           *> to age - they bucket under "**" at no retail value,
           *> the way the analysis reports bucket a dropped SKU.
           if (sw-item-found = "y") then
               move imx-description to ws-group-description
               move imx-department to ws-group-department
               if (imx-retail-price is numeric) then
                   move imx-retail-price to ws-group-retail-price
               else
                   move 0 to ws-group-retail-price
               end-if
           else
               move "NOT ON ITEM MASTER" to ws-group-description
               move "**" to ws-group-department
               move 0 to ws-group-retail-price
           end-if.

       220-age-one-position.

           add 1 to ws-positions-aged.
           if (sw-item-found not = "y") then
               add 1 to ws-positions-not-on-items
           end-if.

           compute ws-position-retail =
               ws-gp-on-hand(ws-found-group-idx) *
               ws-group-retail-price.

           *> The last sale dates the units; a position that never
           *> sold has been waiting since its last receipt. One
           *> with neither has no history at all and ages as the
           *> oldest stock there is.
           move 0 to ws-position-age.
           if (ws-gp-last-sold-date(ws-found-group-idx) > 0) then
               move "S" to ws-position-history
               move ws-gp-last-sold-date(ws-found-group-idx) to
                   ws-aged-from-date
           else
               if (ws-gp-last-received-date(ws-found-group-idx) > 0)
                   then
                   move "R" to ws-position-history
                   move ws-gp-last-received-date(ws-found-group-idx)
                       to ws-aged-from-date
               else
                   move "N" to ws-position-history
                   move 0 to ws-aged-from-date
                   add 1 to ws-positions-no-history
               end-if
           end-if.

           *> A date past the business date (a rerun for an earlier
           *> week) ages as zero days rather than going negative.
           if (ws-history-none) then
               move 5 to ws-position-bucket
           else
               compute ws-date-integer =
                   function integer-of-date(ws-aged-from-date)
               if (ws-date-integer < ws-run-date-integer) then
                   compute ws-position-age =
                       ws-run-date-integer - ws-date-integer
               end-if
               evaluate true
               when ws-position-age < 30
                   move 1 to ws-position-bucket
               when ws-position-age < 60
                   move 2 to ws-position-bucket
               when ws-position-age < 90
                   move 3 to ws-position-bucket
               when ws-position-age < 180
                   move 4 to ws-position-bucket
               when other
                   move 5 to ws-position-bucket
               end-evaluate
           end-if.

           move ws-gp-store-no(ws-found-group-idx) to
               ws-fa-store-no.
           move ws-group-department to ws-fa-department.
           perform 230-find-or-insert-aged.
           add ws-gp-on-hand(ws-found-group-idx) to
               ws-ag-units(ws-found-aged-idx, ws-position-bucket).
           add ws-position-retail to
               ws-ag-retail(ws-found-aged-idx, ws-position-bucket).

           if (ws-history-none) or
               (ws-position-age not < ws-candidate-days) then
               add 1 to ws-candidates-found
               perform 240-pick-transfer-target
               perform 250-keep-candidate
           end-if.

       230-find-or-insert-aged.

           *> The table stays in store/department order - the new
           *> entry goes in ahead of the first key above it.
           move 0 to ws-found-aged-idx.
           move 0 to ws-shift-idx.
           perform varying ws-aged-idx
               from 1
               by 1
               until ws-aged-idx > ws-aged-count
               or ws-found-aged-idx > 0
               or ws-shift-idx > 0
               if (ws-ag-key(ws-aged-idx) = ws-find-aged-key) then
                   set ws-found-aged-idx to ws-aged-idx
               else
                   if (ws-ag-key(ws-aged-idx) > ws-find-aged-key)
                       then
                       set ws-shift-idx to ws-aged-idx
                   end-if
               end-if
           end-perform.

           if (ws-found-aged-idx = 0) then
               if (ws-aged-count >= 1000) then
                   display "AGEDINV - STORE/DEPARTMENT TABLE FULL"
                       " - RUN HALTED"
                   move 16 to return-code
                   close stock-master-file, item-master-index-file,
                       report-file
                   goback
               end-if
               if (ws-shift-idx = 0) then
                   compute ws-shift-idx = ws-aged-count + 1
               else
                   perform varying ws-iterator
                       from ws-aged-count
                       by -1
                       until ws-iterator < ws-shift-idx
                       move ws-aged-entries(ws-iterator) to
                           ws-aged-entries(ws-iterator + 1)
                   end-perform
               end-if
               add 1 to ws-aged-count
               move ws-shift-idx to ws-found-aged-idx
               move ws-find-aged-key to
                   ws-ag-key(ws-found-aged-idx)
               perform varying ws-bucket-iterator
                   from 1
                   by 1
                   until ws-bucket-iterator > 5
                   move 0 to ws-ag-units
                       (ws-found-aged-idx, ws-bucket-iterator)
                   move 0 to ws-ag-retail
                       (ws-found-aged-idx, ws-bucket-iterator)
               end-perform
           end-if.

       240-pick-transfer-target.

           *> Another store selling the same SKU inside the selling
           *> window can take the units - the most recent seller,
           *> the one with less on hand breaking a tie.
           move 0 to ws-target-group-idx.
           perform varying ws-group-idx
               from 1
               by 1
               until ws-group-idx > ws-group-count
               if (ws-group-idx not = ws-found-group-idx) and
                   (ws-gp-last-sold-date(ws-group-idx) > 0) then
                   compute ws-date-integer =
                       function integer-of-date
                       (ws-gp-last-sold-date(ws-group-idx))
                   if (ws-date-integer + ws-selling-days >
                       ws-run-date-integer) then
                       if (ws-target-group-idx = 0) then
                           set ws-target-group-idx to ws-group-idx
                       else
                           if (ws-gp-last-sold-date(ws-group-idx) >
                               ws-gp-last-sold-date
                               (ws-target-group-idx)) or
                               ((ws-gp-last-sold-date(ws-group-idx)
                               = ws-gp-last-sold-date
                               (ws-target-group-idx)) and
                               (ws-gp-on-hand(ws-group-idx) <
                               ws-gp-on-hand(ws-target-group-idx)))
                               then
                               set ws-target-group-idx to
                                   ws-group-idx
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

           if (ws-target-group-idx > 0) then
               move ws-gp-store-no(ws-target-group-idx) to
                   ws-target-store-no
           else
               move spaces to ws-target-store-no
           end-if.

       250-keep-candidate.

           *> Room left - the position simply joins the list.
           *> Otherwise it replaces the least bad position held,
           *> if it ties up more retail than that one does.
           move 0 to ws-lowest-candidate-idx.
           if (ws-candidate-count < ws-candidate-limit) then
               add 1 to ws-candidate-count
               move ws-candidate-count to ws-lowest-candidate-idx
           else
               perform varying ws-candidate-idx
                   from 1
                   by 1
                   until ws-candidate-idx > ws-candidate-count
                   if (ws-lowest-candidate-idx = 0) then
                       set ws-lowest-candidate-idx to
                           ws-candidate-idx
                   else
                       if (ws-cd-retail(ws-candidate-idx) <
                           ws-cd-retail(ws-lowest-candidate-idx))
                           then
                           set ws-lowest-candidate-idx to
                               ws-candidate-idx
                       end-if
                   end-if
               end-perform
               if (ws-position-retail not >
                   ws-cd-retail(ws-lowest-candidate-idx)) then
                   move 0 to ws-lowest-candidate-idx
               end-if
           end-if.

           if (ws-lowest-candidate-idx > 0) then
               move ws-group-sku-code to
                   ws-cd-sku-code(ws-lowest-candidate-idx)
               move ws-gp-store-no(ws-found-group-idx) to
                   ws-cd-store-no(ws-lowest-candidate-idx)
               move ws-group-description to
                   ws-cd-description(ws-lowest-candidate-idx)
               move ws-group-department to
                   ws-cd-department(ws-lowest-candidate-idx)
               move ws-gp-on-hand(ws-found-group-idx) to
                   ws-cd-on-hand(ws-lowest-candidate-idx)
               move ws-position-retail to
                   ws-cd-retail(ws-lowest-candidate-idx)
               move ws-position-history to
                   ws-cd-history(ws-lowest-candidate-idx)
               move ws-aged-from-date to
                   ws-cd-aged-from-date(ws-lowest-candidate-idx)
               move ws-position-age to
                   ws-cd-age(ws-lowest-candidate-idx)
               move ws-target-store-no to
                   ws-cd-target-store-no(ws-lowest-candidate-idx)
               move "n" to ws-cd-listed(ws-lowest-candidate-idx)
           end-if.

       300-print-aged-summary.

           write report-data-line from headings-line1
               after advancing 2 lines.
           write report-data-line from headings-line2
               after advancing 1 line.

           perform varying ws-bucket-iterator
               from 1
               by 1
               until ws-bucket-iterator > 5
               move 0 to ws-cha-units(ws-bucket-iterator)
               move 0 to ws-cha-retail(ws-bucket-iterator)
           end-perform.

           move spaces to ws-current-store-no.
           perform varying ws-aged-idx
               from 1
               by 1
               until ws-aged-idx > ws-aged-count

               *> A new store closes off the one before it.
               if (ws-ag-store-no(ws-aged-idx) not =
                   ws-current-store-no) then
                   if (ws-current-store-no not = spaces) then
                       perform 320-print-store-total
                   end-if
                   perform 310-start-store
               end-if

               move spaces to prt-aged-line
               move ws-ag-department(ws-aged-idx) to
                   prt-ag-department
               move ws-ag-department(ws-aged-idx) to
                   ws-dm-lookup-department
               move spaces to ws-dm-lookup-category
               perform 305-find-department-name
               if (ws-ag-department(ws-aged-idx) = "**") then
                   move "UNKNOWN SKUS" to ws-dm-lookup-name
               end-if
               move ws-dm-lookup-name to prt-ag-name
               move 0 to ws-line-units
               move 0 to ws-line-retail
               perform varying ws-bucket-iterator
                   from 1
                   by 1
                   until ws-bucket-iterator > 5
                   move ws-ag-units(ws-aged-idx, ws-bucket-iterator)
                       to prt-ag-units(ws-bucket-iterator)
                   move ws-ag-retail(ws-aged-idx, ws-bucket-iterator)
                       to prt-ag-retail(ws-bucket-iterator)
                   add ws-ag-units(ws-aged-idx, ws-bucket-iterator)
                       to ws-line-units
                   add ws-ag-retail(ws-aged-idx, ws-bucket-iterator)
                       to ws-line-retail
                   add ws-ag-units(ws-aged-idx, ws-bucket-iterator)
                       to ws-sto-units(ws-bucket-iterator)
                   add ws-ag-retail(ws-aged-idx, ws-bucket-iterator)
                       to ws-sto-retail(ws-bucket-iterator)
               end-perform
               move ws-line-units to prt-ag-units(6)
               move ws-line-retail to prt-ag-retail(6)
               write report-data-line from prt-aged-line
                   after advancing 1 line
           end-perform.

           if (ws-current-store-no not = spaces) then
               perform 320-print-store-total
           end-if.

           move spaces to prt-aged-line.
           move "ALL STORES" to prt-ag-name.
           move 0 to ws-line-units.
           move 0 to ws-line-retail.
           perform varying ws-bucket-iterator
               from 1
               by 1
               until ws-bucket-iterator > 5
               move ws-cha-units(ws-bucket-iterator) to
                   prt-ag-units(ws-bucket-iterator)
               move ws-cha-retail(ws-bucket-iterator) to
                   prt-ag-retail(ws-bucket-iterator)
               add ws-cha-units(ws-bucket-iterator) to
                   ws-line-units
               add ws-cha-retail(ws-bucket-iterator) to
                   ws-line-retail
           end-perform.
           move ws-line-units to prt-ag-units(6).
           move ws-line-retail to prt-ag-retail(6).
           write report-data-line from prt-aged-line
               after advancing 2 lines.

       310-start-store.

           move ws-ag-store-no(ws-aged-idx) to ws-current-store-no.
           move ws-current-store-no to ws-find-store-no.
           perform 087-find-store-name.
           move ws-current-store-no to prt-sh-store-no.
           move ws-found-store-name to prt-sh-store-name.
           write report-data-line from store-heading-line
               after advancing 2 lines.

           perform varying ws-bucket-iterator
               from 1
               by 1
               until ws-bucket-iterator > 5
               move 0 to ws-sto-units(ws-bucket-iterator)
               move 0 to ws-sto-retail(ws-bucket-iterator)
           end-perform.

       320-print-store-total.

           move spaces to prt-aged-line.
           move ws-current-store-no to prt-ag-store-no.
           move "STORE TOTAL" to prt-ag-name.
           move 0 to ws-line-units.
           move 0 to ws-line-retail.
           perform varying ws-bucket-iterator
               from 1
               by 1
               until ws-bucket-iterator > 5
               move ws-sto-units(ws-bucket-iterator) to
                   prt-ag-units(ws-bucket-iterator)
               move ws-sto-retail(ws-bucket-iterator) to
                   prt-ag-retail(ws-bucket-iterator)
               add ws-sto-units(ws-bucket-iterator) to
                   ws-line-units
               add ws-sto-retail(ws-bucket-iterator) to
                   ws-line-retail
               add ws-sto-units(ws-bucket-iterator) to
                   ws-cha-units(ws-bucket-iterator)
               add ws-sto-retail(ws-bucket-iterator) to
                   ws-cha-retail(ws-bucket-iterator)
           end-perform.
           move ws-line-units to prt-ag-units(6).
           move ws-line-retail to prt-ag-retail(6).
           write report-data-line from prt-aged-line
               after advancing 1 line.

       305-find-department-name.

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

       400-print-candidates.

           move ws-candidate-limit to prt-ch-candidate-limit.
           move ws-candidate-days to prt-ch-candidate-days.
           write report-data-line from candidate-heading
               after advancing page.
           write report-data-line from candidate-headings
               after advancing 2 lines.

           *> Most retail dollars tied up first.
           move 0 to ws-rank-no.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-candidate-count
               move 0 to ws-worst-candidate-idx
               perform varying ws-candidate-idx
                   from 1
                   by 1
                   until ws-candidate-idx > ws-candidate-count
                   if (ws-cd-listed(ws-candidate-idx) = "n") then
                       if (ws-worst-candidate-idx = 0) then
                           set ws-worst-candidate-idx to
                               ws-candidate-idx
                       else
                           if (ws-cd-retail(ws-candidate-idx) >
                               ws-cd-retail(ws-worst-candidate-idx))
                               then
                               set ws-worst-candidate-idx to
                                   ws-candidate-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if (ws-worst-candidate-idx > 0) then
                   move "y" to ws-cd-listed(ws-worst-candidate-idx)
                   add 1 to ws-rank-no
                   perform 410-print-one-candidate
               end-if
           end-perform.

       410-print-one-candidate.

           move ws-rank-no to prt-cd-rank.
           move ws-cd-store-no(ws-worst-candidate-idx) to
               prt-cd-store-no.
           move ws-cd-sku-code(ws-worst-candidate-idx) to
               prt-cd-sku-code.
           move ws-cd-description(ws-worst-candidate-idx) to
               prt-cd-description.
           move ws-cd-department(ws-worst-candidate-idx) to
               prt-cd-department.
           move ws-cd-on-hand(ws-worst-candidate-idx) to
               prt-cd-on-hand.
           move ws-cd-retail(ws-worst-candidate-idx) to
               prt-cd-retail.

           *> A position that never sold ages from its receipt;
           *> one with no receipt either has no age to print.
           evaluate ws-cd-history(ws-worst-candidate-idx)
           when "S"
               move ws-cd-aged-from-date(ws-worst-candidate-idx) to
                   ws-edit-date
               move ws-edit-date to prt-cd-last-sale
               move ws-cd-age(ws-worst-candidate-idx) to
                   ws-edit-age
               move ws-edit-age to prt-cd-age
           when "R"
               move "NEVER SOLD" to prt-cd-last-sale
               move ws-cd-age(ws-worst-candidate-idx) to
                   ws-edit-age
               move ws-edit-age to prt-cd-age
           when other
               move "NO HISTORY" to prt-cd-last-sale
               move spaces to prt-cd-age
           end-evaluate.

           *> A store actually selling the SKU is offered the
           *> units; with nobody selling it, the price has to move
           *> them instead.
           if (ws-cd-target-store-no(ws-worst-candidate-idx) not =
               spaces) then
               add 1 to ws-transfer-suggested
               move "TRANSFER" to prt-cd-action
               move ws-cd-target-store-no(ws-worst-candidate-idx)
                   to prt-cd-target-store-no
               move ws-cd-target-store-no(ws-worst-candidate-idx)
                   to ws-find-store-no
               perform 087-find-store-name
               move ws-found-store-name to prt-cd-target-store-name
           else
               add 1 to ws-markdown-suggested
               move "MARKDOWN" to prt-cd-action
               move spaces to prt-cd-target-store-no
               move spaces to prt-cd-target-store-name
           end-if.

           write report-data-line from prt-candidate-line
               after advancing 1 line.

       500-totals.

           move ws-positions-read to prt-positions-read.
           move ws-positions-aged to prt-positions-aged.
           move ws-positions-not-stocked to
               prt-positions-not-stocked.
           move ws-positions-no-history to prt-positions-no-history.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-positions-not-on-items to
               prt-positions-not-on-items.
           move ws-candidates-found to prt-candidates-found.
           move ws-transfer-suggested to prt-transfer-suggested.
           move ws-markdown-suggested to prt-markdown-suggested.
           write report-data-line from totals-line2
               after advancing 1 line.

       end program AgedInventoryProgram.
