       identification division.
       program-id. ServicePlanRecognitionProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - a month-end rerun earns the plans up to
           *> the period the data belongs to.
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

           *> The contracts ServicePlanProgram writes daily - each
           *> one's recognized amount is brought up to date here.
           select optional service-contract-file assign to
               '../../../data/service-contract.dat'
               organization is indexed
               access mode is dynamic
               record key is sc-serial-no.

           *> The period's recognition journal, in the GL journal
           *> extract's layout so accounting loads it the same way
           *> - rebuilt every run, and a rerun in the same period
           *> finds nothing further earned.
           select plan-gl-file assign to
               '../../../data/service-plan-gl.out'
               organization is line sequential.

           select report-file assign to
               '../../../data/service-plan-recognition.dat'
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

       fd service-contract-file
           data record is service-contract-record.

       01 service-contract-record.
           05 sc-serial-no                              pic x(12).
           05 sc-unit-sku-code                          pic x(15).
           05 sc-plan-sku-code                          pic x(15).
           05 sc-invoice-no                             pic x(9).
           05 sc-store-no                               pic xx.
           05 sc-customer-no                            pic x(6).
           05 sc-sale-date                              pic 9(8).
           05 sc-start-date                             pic 9(8).
           05 sc-expiry-date                            pic 9(8).
           05 sc-term-months                            pic 99.
           05 sc-plan-price                             pic 9(5)v99.
           05 sc-recognized-amount                      pic 9(5)v99.
           05 sc-status                                 pic x.
               88 sc-active                             value "A".
               88 sc-expired                            value "E".
               88 sc-cancelled                          value "C".
           05 sc-cancel-reason                          pic x.
               88 sc-plan-returned                      value "P".
               88 sc-unit-returned                      value "U".
           05 sc-cancel-date                            pic 9(8).
           05 sc-claim-count                            pic 999.
           05 sc-claim-amount                           pic 9(7)v99.
           05 sc-last-claim-date                        pic 9(8).

       fd plan-gl-file
           data record is plan-gl-data-line.

       01 plan-gl-data-line                             pic x(120).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-contract-eof                               pic x
           value 'n'.

       01 sw-batch-date-missing                         pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       *> GL account codes - the deferred revenue liability
       *> ServicePlanProgram defers each plan's price into, and
       *> the revenue account it is earned out to.
       01 ws-gl-plan-deferred-account                   pic x(6)
           value "200600".
       01 ws-gl-plan-revenue-account                    pic x(6)
           value "400300".

       *> Whole months of coverage elapsed, by calendar month -
       *> a month is not counted until the run date has reached
       *> the start date's day in it.
       01 ws-date-work                                  pic 9(8).
       01 ws-date-work-parts redefines ws-date-work.
           05 ws-dw-year                                pic 9(4).
           05 ws-dw-month                               pic 99.
           05 ws-dw-day                                 pic 99.

       01 ws-run-month-number                           pic 9(6)
           value 0.
       01 ws-run-day                                    pic 99
           value 0.
       01 ws-start-month-number                         pic 9(6)
           value 0.
       01 ws-months-elapsed                             pic s9(4)
           value 0.

       01 ws-earned-amount                              pic 9(5)v99
           value 0.
       01 ws-period-amount                              pic 9(5)v99
           value 0.

       *> The period's recognition and what is still unearned,
       *> by the store the plan was sold at.
       01 ws-store-table.
           05 ws-store-count                            pic 99
               value 0.
           05 ws-store-entries occurs 50 times
               indexed by ws-store-idx.
               10 ws-st-store-no                        pic xx.
               10 ws-st-active-count                    pic 9(5).
               10 ws-st-expired-count                   pic 9(5).
               10 ws-st-recognized-amount               pic 9(7)v99.
               10 ws-st-unearned-amount                 pic 9(9)v99.

       01 ws-found-store-idx                            pic 99
           value 0.

       01 ws-iterator                                   pic 99
           value 1.

       01 ws-counts.
           05 ws-contracts-read                         pic 9(7)
               value 0.
           05 ws-contracts-active                       pic 9(7)
               value 0.
           05 ws-contracts-expired                      pic 9(7)
               value 0.
           05 ws-recognized-total                       pic 9(9)v99
               value 0.
           05 ws-unearned-total                         pic 9(9)v99
               value 0.
           05 ws-gl-lines-written                       pic 9(5)
               value 0.

       01 gl-heading-line                               pic x(120)
           value
           "STORE,TENDER,DEBIT ACCOUNT,DEBIT AMOUNT,CREDIT ACCOUNT,CRE
      -    "DIT AMOUNT".

       *> The period's earnings in dataSplitAndCountProgram's
       *> journal layout - tender "SP" marks a service-plan entry
       *> rather than money.
       01 gl-detail-line.
           05 gl-store-no                               pic xx.
           05 filler                                    pic x
               value ",".
           05 gl-tender-type                            pic xx.
           05 filler                                    pic x
               value ",".
           05 gl-debit-account                          pic x(6).
           05 filler                                    pic x
               value ",".
           05 gl-debit-amount                           pic
               z(6)9.99.
           05 filler                                    pic x
               value ",".
           05 gl-credit-account                         pic x(6).
           05 filler                                    pic x
               value ",".
           05 gl-credit-amount                          pic
               z(6)9.99.

       01 report-heading-line.
           05 filler                                    pic x(20)
               value spaces.
           05 filler                                    pic x(36)
               value "SERVICE PLAN REVENUE RECOGNITION - ".
           05 filler                                    pic x(10)
               value "RUN DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(18)
               value " Deferred revenue:".
           05 filler                                    pic x
               value space.
           05 prt-param-gl-deferred                     pic x(6).
           05 filler                                    pic x(16)
               value "  Plan revenue: ".
           05 prt-param-gl-revenue                      pic x(6).

       01 store-headings.
           05 filler                                    pic x(7)
               value "STORE".
           05 filler                                    pic x(10)
               value "    ACTIVE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(10)
               value "   EXPIRED".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(16)
               value "  EARNED PERIOD".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(16)
               value "  STILL UNEARNED".

       01 prt-store-line.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-store-no                           pic xx.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-st-active-count                       pic z(9)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-expired-count                      pic z(9)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-recognized-amount                  pic
               z,zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-unearned-amount                    pic
               z,zzz,zzz,zz9.99.

       01 totals-line1.
           05 filler                                    pic x(7)
               value "TOTAL".
           05 prt-contracts-active                      pic z(9)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-contracts-expired                     pic z(9)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-recognized-total                      pic
               z,zzz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-unearned-total                        pic
               z,zzz,zzz,zz9.99.

       01 totals-line2.
           05 filler                                    pic x(15)
               value "Contracts Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-contracts-read                        pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(17)
               value "GL Lines Written:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-gl-lines-written                      pic z(4)9.

       procedure division.

           perform 040-resolve-business-date.
           perform 035-load-system-params.

           move ws-run-date to ws-date-work.
           compute ws-run-month-number =
               (ws-dw-year * 12) + ws-dw-month.
           move ws-dw-day to ws-run-day.

           open i-o service-contract-file.
           open output plan-gl-file, report-file.

           move ws-run-date to prt-hd-run-date.
           write report-data-line from report-heading-line.

           move ws-gl-plan-deferred-account to prt-param-gl-deferred.
           move ws-gl-plan-revenue-account to prt-param-gl-revenue.
           write report-data-line from ws-params-line1.

           perform 100-recognize-contracts.

           write plan-gl-data-line from gl-heading-line.
           perform 200-journal-recognition.

           perform 300-print-stores.

           perform 500-totals.

           accept return-code.

           close service-contract-file, plan-gl-file, report-file.

           goback.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               evaluate sp-param-name
               when "GL-PLAN-DEFERRED"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-plan-deferred-account
                   end-if
               when "GL-PLAN-REVENUE"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-plan-revenue-account
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

       100-recognize-contracts.

           move 'n' to sw-contract-eof.
           move low-values to sc-serial-no.
           start service-contract-file key is not less than
               sc-serial-no
               invalid key move "Y" to sw-contract-eof
           end-start.

           if (sw-contract-eof not = "Y") then
               perform 105-read-next-contract
           end-if.
           perform until sw-contract-eof = "Y"
               add 1 to ws-contracts-read
               *> A cancelled contract had its remainder reversed
               *> when it ended, an expired one has been earned in
               *> full - only one still in force earns anything.
               if (sc-active) then
                   perform 110-recognize-one-contract
               end-if
               perform 105-read-next-contract
           end-perform.

       105-read-next-contract.
           read service-contract-file next record
               at end move "Y" to sw-contract-eof
           end-read.

       110-recognize-one-contract.

           *> Straight-line over the term - each whole month of
           *> coverage elapsed earns its share of the price, and
           *> the contract is earned in full once it runs out.
           move sc-start-date to ws-date-work.
           compute ws-start-month-number =
               (ws-dw-year * 12) + ws-dw-month.
           compute ws-months-elapsed =
               ws-run-month-number - ws-start-month-number.
           if (ws-run-day < ws-dw-day) then
               subtract 1 from ws-months-elapsed
           end-if.
           if (ws-months-elapsed < 0) then
               move 0 to ws-months-elapsed
           end-if.

           if (ws-run-date >= sc-expiry-date) or
               (sc-term-months = 0) or
               (ws-months-elapsed >= sc-term-months) then
               move sc-plan-price to ws-earned-amount
               move "E" to sc-status
           else
               compute ws-earned-amount rounded =
                   sc-plan-price * ws-months-elapsed /
                   sc-term-months
           end-if.

           *> Whatever of that has not been recognized in an
           *> earlier period is this period's.
           move 0 to ws-period-amount.
           if (ws-earned-amount > sc-recognized-amount) then
               compute ws-period-amount =
                   ws-earned-amount - sc-recognized-amount
               move ws-earned-amount to sc-recognized-amount
           end-if.

           if (ws-period-amount > 0) or (sc-expired) then
               rewrite service-contract-record
           end-if.

           perform 120-find-or-add-store.
           if (ws-found-store-idx > 0) then
               add ws-period-amount to
                   ws-st-recognized-amount(ws-found-store-idx)
               if (sc-expired) then
                   add 1 to ws-st-expired-count(ws-found-store-idx)
               else
                   add 1 to ws-st-active-count(ws-found-store-idx)
                   compute ws-st-unearned-amount(ws-found-store-idx)
                       = ws-st-unearned-amount(ws-found-store-idx)
                       + sc-plan-price - sc-recognized-amount
               end-if
           end-if.

           add ws-period-amount to ws-recognized-total.
           if (sc-expired) then
               add 1 to ws-contracts-expired
           else
               add 1 to ws-contracts-active
               compute ws-unearned-total = ws-unearned-total +
                   sc-plan-price - sc-recognized-amount
           end-if.

       120-find-or-add-store.

           move 0 to ws-found-store-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-count
               if (ws-st-store-no(ws-iterator) = sc-store-no) then
                   move ws-iterator to ws-found-store-idx
               end-if
           end-perform.

           if (ws-found-store-idx = 0) and
               (ws-store-count < 50) then
               add 1 to ws-store-count
               move ws-store-count to ws-found-store-idx
               move sc-store-no to ws-st-store-no(ws-store-count)
               move 0 to ws-st-active-count(ws-store-count)
               move 0 to ws-st-expired-count(ws-store-count)
               move 0 to ws-st-recognized-amount(ws-store-count)
               move 0 to ws-st-unearned-amount(ws-store-count)
           end-if.

       200-journal-recognition.

           *> Earned revenue - out of deferred revenue, into plan
           *> revenue, at the store that sold the plan.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-count
               if (ws-st-recognized-amount(ws-iterator) > 0) then
                   move ws-st-store-no(ws-iterator) to gl-store-no
                   move "SP" to gl-tender-type
                   move ws-gl-plan-deferred-account to
                       gl-debit-account
                   move ws-st-recognized-amount(ws-iterator) to
                       gl-debit-amount
                   move ws-gl-plan-revenue-account to
                       gl-credit-account
                   move ws-st-recognized-amount(ws-iterator) to
                       gl-credit-amount
                   write plan-gl-data-line from gl-detail-line
                   add 1 to ws-gl-lines-written
               end-if
           end-perform.

       300-print-stores.

           write report-data-line from store-headings
               after advancing 2 lines.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-count
               move ws-st-store-no(ws-iterator) to prt-st-store-no
               move ws-st-active-count(ws-iterator) to
                   prt-st-active-count
               move ws-st-expired-count(ws-iterator) to
                   prt-st-expired-count
               move ws-st-recognized-amount(ws-iterator) to
                   prt-st-recognized-amount
               move ws-st-unearned-amount(ws-iterator) to
                   prt-st-unearned-amount
               write report-data-line from prt-store-line
                   after advancing 1 line
           end-perform.

       500-totals.

           move ws-contracts-active to prt-contracts-active.
           move ws-contracts-expired to prt-contracts-expired.
           move ws-recognized-total to prt-recognized-total.
           move ws-unearned-total to prt-unearned-total.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-contracts-read to prt-contracts-read.
           move ws-gl-lines-written to prt-gl-lines-written.
           write report-data-line from totals-line2
               after advancing 1 line.

       end program ServicePlanRecognitionProgram.
