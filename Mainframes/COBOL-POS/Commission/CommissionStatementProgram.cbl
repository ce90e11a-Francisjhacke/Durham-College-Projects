       identification division.
       program-id. CommissionStatementProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - a rerun statements the pay period the
           *> data belongs to.
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

           *> Cashier master - every employee on it gets a
           *> statement, and only employees on it go to payroll.
           select cashier-master-file assign to
               '../../../data/cashier-master.dat'
               organization is line sequential.

           *> The permanent commission ledger CommissionProgram
           *> appends to daily - this pay period's lines become
           *> each statement's activity section.
           select optional commission-ledger-file assign to
               '../../../data/commission-ledger.dat'
               organization is line sequential.

           *> One printable statement per employee for the period.
           select statements-file assign to
               '../../../data/commission-statements.out'
               organization is line sequential.

           *> Fixed-format interface payroll loads as it stands -
           *> one record per employee with commission activity in
           *> the period.
           select payroll-extract-file assign to
               '../../../data/commission-payroll.dat'
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

       fd cashier-master-file
           data record is cashier-master-record.

       01 cashier-master-record.
           05 cm-cashier-id                             pic x(5).
           05 cm-cashier-name                           pic x(20).
           05 cm-home-store                             pic xx.
           05 cm-active-flag                            pic x.

       fd commission-ledger-file
           data record is commission-ledger-record.

       01 commission-ledger-record.
           05 cl-business-date                          pic 9(8).
           05 cl-batch-seq-no                           pic 9(3).
           05 cl-employee-id                            pic x(5).
           05 cl-store-no                               pic xx.
           05 cl-invoice-no                             pic x(9).
           05 cl-sku-code                               pic x(15).
           05 cl-department                             pic xx.
           05 cl-rate-type                              pic x.
           05 cl-base-amount                            pic s9(5)v99.
           05 cl-commission-rate                        pic v9999.
           05 cl-commission-amount                      pic s9(5)v99.
           05 cl-original-invoice-no                    pic x(9).

       fd statements-file
           data record is statement-data-line.

       01 statement-data-line                           pic x(120).

       fd payroll-extract-file
           data record is payroll-extract-record.

       *> The sign rides as its own leading character, so a
       *> period where charge-backs outran sales loads as a
       *> deduction without overpunch decoding.
       01 payroll-extract-record.
           05 pe-employee-id                            pic x(5).
           05 pe-period-start                           pic 9(8).
           05 pe-period-end                             pic 9(8).
           05 pe-commission-earned                      pic
               s9(7)v99 sign is leading separate.

       working-storage section.

       01 sw-cashier-eof                                pic x
           value 'n'.

       01 sw-ledger-eof                                 pic x
           value 'n'.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-batch-date-missing                         pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       *> The parameter card's value, re-shaped per target field.
       01 ws-param-date                                 pic 9(8).
       01 ws-param-date-x redefines ws-param-date       pic x(8).
       01 ws-param-days                                 pic 999.
       01 ws-param-days-x redefines ws-param-days       pic x(3).

       *> Pay periods run back to back from this first day, each
       *> this many days long.
       01 ws-pay-period-start                           pic 9(8)
           value 20260104.
       01 ws-pay-period-days                            pic 999
           value 14.

       *> The period ending on the business date.
       01 ws-period-start-date                          pic 9(8)
           value 0.
       01 ws-period-end-date                            pic 9(8)
           value 0.

       01 ws-date-integer                               pic 9(7)
           value 0.
       01 ws-anchor-integer                             pic 9(7)
           value 0.
       01 ws-days-since-anchor                          pic 9(7)
           value 0.
       01 ws-period-number                              pic 9(7)
           value 0.
       01 ws-period-day                                 pic 999
           value 0.

       *> Every employee on the cashier master, plus any ID the
       *> ledger carries that the master does not.
       01 ws-employee-table.
           05 ws-employee-count                         pic 999
               value 0.
           05 ws-employee-entries occurs 200 times
               indexed by ws-employee-idx.
               10 ws-em-employee-id                     pic x(5).
               10 ws-em-employee-name                   pic x(20).
               10 ws-em-home-store                      pic xx.
               10 ws-em-active-flag                     pic x.
               10 ws-em-on-master                       pic x.
               10 ws-em-line-count                      pic 9(5).
               10 ws-em-earned                          pic 9(7)v99.
               10 ws-em-charged-back                    pic 9(7)v99.
               10 ws-em-net                             pic s9(7)v99.

       01 ws-found-employee-idx                         pic 999
           value 0.

       *> This period's ledger lines, gathered up front so each
       *> statement's activity section is one table scan instead
       *> of a ledger reread per employee.
       01 ws-period-line-table.
           05 ws-period-line-count                      pic 9(5)
               value 0.
           05 ws-period-line-entries occurs 5000 times
               indexed by ws-period-line-idx.
               10 ws-pl-employee-id                     pic x(5).
               10 ws-pl-business-date                   pic 9(8).
               10 ws-pl-store-no                        pic xx.
               10 ws-pl-invoice-no                      pic x(9).
               10 ws-pl-sku-code                        pic x(15).
               10 ws-pl-rate-type                       pic x.
               10 ws-pl-base-amount                     pic s9(5)v99.
               10 ws-pl-commission-rate                 pic v9999.
               10 ws-pl-commission-amount               pic s9(5)v99.
               10 ws-pl-original-invoice-no             pic x(9).

       01 ws-iterator                                   pic 9(5)
           value 1.

       01 ws-employee-iterator                          pic 999
           value 1.

       01 ws-counts.
           05 ws-ledger-lines-read                      pic 9(7)
               value 0.
           05 ws-statements-written                     pic 9(4)
               value 0.
           05 ws-payroll-written                        pic 9(4)
               value 0.
           05 ws-not-on-master                          pic 9(4)
               value 0.

       01 ws-total-net                                  pic s9(9)v99
           value 0.

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(20)
               value " Pay periods from: ".
           05 prt-param-period-start                    pic 9999/99/99.
           05 filler                                    pic x(8)
               value " Days: ".
           05 prt-param-period-days                     pic zz9.

       01 statement-separator-line.
           05 filler                                    pic x(80)
               value all "-".

       01 statement-line1.
           05 filler                                    pic x(27)
               value "SALES COMMISSION STATEMENT".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(12)
               value "PAY PERIOD: ".
           05 stm-period-start                          pic 9999/99/99.
           05 filler                                    pic x(4)
               value " TO ".
           05 stm-period-end                            pic 9999/99/99.

       01 statement-line2.
           05 filler                                    pic x(10)
               value "EMPLOYEE: ".
           05 stm-employee-id                           pic x(5).
           05 filler                                    pic x(2)
               value spaces.
           05 stm-employee-name                         pic x(20).
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(12)
               value "HOME STORE: ".
           05 stm-home-store                            pic xx.

       01 statement-unknown-line.
           05 filler                                    pic x(10)
               value "EMPLOYEE: ".
           05 stm-unk-employee-id                       pic x(5).
           05 filler                                    pic x(40)
               value " - NOT ON CASHIER MASTER - NOT SENT TO P".
           05 filler                                    pic x(6)
               value "AYROLL".

       01 statement-no-activity-line.
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(34)
               value "NO COMMISSION ACTIVITY THIS PERIOD".

       01 statement-activity-line.
           05 filler                                    pic x(2)
               value spaces.
           05 stm-business-date                         pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 stm-invoice-no                            pic x(9).
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "STORE ".
           05 stm-store-no                              pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 stm-sku-code                              pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 stm-line-type                             pic x(10).
           05 filler                                    pic x(1)
               value spaces.
           05 stm-base-amount                           pic -zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 stm-commission-rate                       pic .9999.
           05 filler                                    pic x(2)
               value spaces.
           05 stm-commission-amount                     pic -zz,zz9.99.

       01 statement-total-line.
           05 filler                                    pic x(8)
               value "EARNED: ".
           05 stm-earned                                pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "CHARGED BACK: ".
           05 stm-charged-back                          pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(16)
               value "NET COMMISSION: ".
           05 stm-net                                   pic
               -z,zzz,zz9.99.

       01 totals-line1.
           05 filler                                    pic x(19)
               value "Statements Written:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-statements-written                    pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(20)
               value "Period Ledger Lines:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-period-lines                          pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(16)
               value "Payroll Records:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-payroll-written                       pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Not On Master:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-not-on-master                         pic z(3)9.

       01 totals-line2.
           05 filler                                    pic x(27)
               value "Net Commission To Payroll:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-net                             pic
               -zzz,zzz,zz9.99.

       procedure division.

           perform 040-resolve-business-date.
           perform 035-load-system-params.

           *> Statements and the payroll interface go out once, on
           *> the last day of a pay period - any other day is
           *> refused before anything is written.
           perform 042-check-pay-period-end.

           open output statements-file, payroll-extract-file.

           move ws-pay-period-start to prt-param-period-start.
           move ws-pay-period-days to prt-param-period-days.
           write statement-data-line from ws-params-line1.

           perform 050-load-cashier-master.
           perform 060-load-period-ledger.

           perform 100-write-statements.

           move ws-statements-written to prt-statements-written.
           move ws-period-line-count to prt-period-lines.
           move ws-payroll-written to prt-payroll-written.
           move ws-not-on-master to prt-not-on-master.
           write statement-data-line from totals-line1
               after advancing 2 lines.
           move ws-total-net to prt-total-net.
           write statement-data-line from totals-line2
               after advancing 1 line.

           accept return-code.

           *> Commission earned under an ID payroll does not know
           *> is held back for a person to sort out - a warning,
           *> not a failed run.
           if (ws-not-on-master > 0) then
               display "COMMSTMT - " ws-not-on-master
                   " EMPLOYEE(S) NOT ON CASHIER MASTER - NOT SENT"
                   " TO PAYROLL"
               move 4 to return-code
           end-if.

           close statements-file, payroll-extract-file.

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
               when "PAY-PERIOD-START"
                   move sp-param-value(1:8) to ws-param-date-x
                   if (ws-param-date is numeric) and
                       (ws-param-date > 0) then
                       move ws-param-date to ws-pay-period-start
                   end-if
               when "PAY-PERIOD-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-pay-period-days
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

       042-check-pay-period-end.

           *> Periods are counted through the calendar from the
           *> first one's opening day, not the digits - the
           *> business date must be the last day of one of them.
           compute ws-anchor-integer =
               function integer-of-date(ws-pay-period-start).
           compute ws-date-integer =
               function integer-of-date(ws-run-date).

           if (ws-date-integer < ws-anchor-integer) then
               display "COMMSTMT - " ws-run-date " IS BEFORE THE "
                   "FIRST PAY PERIOD - RUN REFUSED"
               move 16 to return-code
               goback
           end-if.

           compute ws-days-since-anchor =
               ws-date-integer - ws-anchor-integer.
           divide ws-days-since-anchor by ws-pay-period-days
               giving ws-period-number
               remainder ws-period-day.

           if (ws-period-day not = ws-pay-period-days - 1) then
               display "COMMSTMT - " ws-run-date " IS NOT A "
                   "PAY PERIOD END - RUN REFUSED"
               move 16 to return-code
               goback
           end-if.

           move ws-run-date to ws-period-end-date.
           compute ws-date-integer =
               ws-date-integer - ws-pay-period-days + 1.
           compute ws-period-start-date =
               function date-of-integer(ws-date-integer).

       050-load-cashier-master.

           open input cashier-master-file.
           read cashier-master-file at end
               move "Y" to sw-cashier-eof.
           perform until sw-cashier-eof = "Y"
               if (ws-employee-count < 200) then
                   add 1 to ws-employee-count
                   move cm-cashier-id to
                       ws-em-employee-id(ws-employee-count)
                   move cm-cashier-name to
                       ws-em-employee-name(ws-employee-count)
                   move cm-home-store to
                       ws-em-home-store(ws-employee-count)
                   move cm-active-flag to
                       ws-em-active-flag(ws-employee-count)
                   move 'y' to ws-em-on-master(ws-employee-count)
                   move 0 to ws-em-line-count(ws-employee-count)
                   move 0 to ws-em-earned(ws-employee-count)
                   move 0 to ws-em-charged-back(ws-employee-count)
                   move 0 to ws-em-net(ws-employee-count)
               end-if
               read cashier-master-file at end
                   move "Y" to sw-cashier-eof
           end-perform.
           close cashier-master-file.

       060-load-period-ledger.

           open input commission-ledger-file.
           read commission-ledger-file at end
               move "Y" to sw-ledger-eof.
           perform until sw-ledger-eof = "Y"
               add 1 to ws-ledger-lines-read
               if (cl-business-date >= ws-period-start-date) and
                   (cl-business-date <= ws-period-end-date) then
                   perform 070-take-period-line
               end-if
               read commission-ledger-file at end
                   move "Y" to sw-ledger-eof
           end-perform.
           close commission-ledger-file.

       070-take-period-line.

           if (ws-period-line-count >= 5000) then
               display "COMMSTMT - PERIOD LEDGER TABLE FULL - "
                   "RUN HALTED"
               move 16 to return-code
               close statements-file, payroll-extract-file
               goback
           end-if.

           add 1 to ws-period-line-count.
           move cl-employee-id to
               ws-pl-employee-id(ws-period-line-count).
           move cl-business-date to
               ws-pl-business-date(ws-period-line-count).
           move cl-store-no to ws-pl-store-no(ws-period-line-count).
           move cl-invoice-no to
               ws-pl-invoice-no(ws-period-line-count).
           move cl-sku-code to ws-pl-sku-code(ws-period-line-count).
           move cl-rate-type to
               ws-pl-rate-type(ws-period-line-count).
           move cl-base-amount to
               ws-pl-base-amount(ws-period-line-count).
           move cl-commission-rate to
               ws-pl-commission-rate(ws-period-line-count).
           move cl-commission-amount to
               ws-pl-commission-amount(ws-period-line-count).
           move cl-original-invoice-no to
               ws-pl-original-invoice-no(ws-period-line-count).

           *> An ID the master does not carry still gets a
           *> statement, so the commission is visible, but it is
           *> held off the payroll interface.
           perform 080-find-employee-index.
           if (ws-found-employee-idx = 0) then
               if (ws-employee-count >= 200) then
                   display "COMMSTMT - EMPLOYEE TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   close statements-file, payroll-extract-file
                   goback
               end-if
               add 1 to ws-employee-count
               move cl-employee-id to
                   ws-em-employee-id(ws-employee-count)
               move spaces to ws-em-employee-name(ws-employee-count)
               move spaces to ws-em-home-store(ws-employee-count)
               move "N" to ws-em-active-flag(ws-employee-count)
               move 'n' to ws-em-on-master(ws-employee-count)
               move 0 to ws-em-line-count(ws-employee-count)
               move 0 to ws-em-earned(ws-employee-count)
               move 0 to ws-em-charged-back(ws-employee-count)
               move 0 to ws-em-net(ws-employee-count)
               move ws-employee-count to ws-found-employee-idx
           end-if.

           add 1 to ws-em-line-count(ws-found-employee-idx).
           add cl-commission-amount to
               ws-em-net(ws-found-employee-idx).
           if (cl-commission-amount < 0) then
               subtract cl-commission-amount from
                   ws-em-charged-back(ws-found-employee-idx)
           else
               add cl-commission-amount to
                   ws-em-earned(ws-found-employee-idx)
           end-if.

       080-find-employee-index.

           move 0 to ws-found-employee-idx.
           move 1 to ws-employee-iterator.
           perform varying ws-employee-iterator
               from 1
               by 1
               until ws-employee-iterator > ws-employee-count
               if (ws-em-employee-id(ws-employee-iterator) =
                   cl-employee-id) then
                   move ws-employee-iterator to
                       ws-found-employee-idx
               end-if
           end-perform.

       100-write-statements.

           *> Every active employee gets a statement, and so does
           *> anyone else the period's ledger names.
           move 1 to ws-employee-iterator.
           perform varying ws-employee-iterator
               from 1
               by 1
               until ws-employee-iterator > ws-employee-count
               if (ws-em-active-flag(ws-employee-iterator) = "Y")
                   or (ws-em-line-count(ws-employee-iterator) > 0)
                   then
                   perform 120-write-one-statement
                   perform 140-write-payroll-record
               end-if
           end-perform.

       120-write-one-statement.

           add 1 to ws-statements-written.

           write statement-data-line from statement-separator-line.

           move ws-period-start-date to stm-period-start.
           move ws-period-end-date to stm-period-end.
           write statement-data-line from statement-line1.

           if (ws-em-on-master(ws-employee-iterator) = 'y') then
               move ws-em-employee-id(ws-employee-iterator) to
                   stm-employee-id
               move ws-em-employee-name(ws-employee-iterator) to
                   stm-employee-name
               move ws-em-home-store(ws-employee-iterator) to
                   stm-home-store
               write statement-data-line from statement-line2
           else
               add 1 to ws-not-on-master
               move ws-em-employee-id(ws-employee-iterator) to
                   stm-unk-employee-id
               write statement-data-line from
                   statement-unknown-line
           end-if.

           if (ws-em-line-count(ws-employee-iterator) = 0) then
               write statement-data-line from
                   statement-no-activity-line
           end-if.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-period-line-count
               if (ws-pl-employee-id(ws-iterator) =
                   ws-em-employee-id(ws-employee-iterator)) then
                   perform 130-write-activity-line
               end-if
           end-perform.

           move ws-em-earned(ws-employee-iterator) to stm-earned.
           move ws-em-charged-back(ws-employee-iterator) to
               stm-charged-back.
           move ws-em-net(ws-employee-iterator) to stm-net.
           write statement-data-line from statement-total-line.

       130-write-activity-line.

           move ws-pl-business-date(ws-iterator) to
               stm-business-date.
           move ws-pl-store-no(ws-iterator) to stm-store-no.
           move ws-pl-sku-code(ws-iterator) to stm-sku-code.

           *> A charge-back lists under the invoice it reverses,
           *> so the employee can find the sale it came off.
           if (ws-pl-original-invoice-no(ws-iterator) not =
               spaces) then
               move ws-pl-original-invoice-no(ws-iterator) to
                   stm-invoice-no
               move "CHARGEBACK" to stm-line-type
           else
               move ws-pl-invoice-no(ws-iterator) to stm-invoice-no
               if (ws-pl-rate-type(ws-iterator) = "B") then
                   move "BIG-TICKET" to stm-line-type
               else
                   move "REGULAR" to stm-line-type
               end-if
           end-if.

           move ws-pl-base-amount(ws-iterator) to stm-base-amount.
           move ws-pl-commission-rate(ws-iterator) to
               stm-commission-rate.
           move ws-pl-commission-amount(ws-iterator) to
               stm-commission-amount.
           write statement-data-line from statement-activity-line.

       140-write-payroll-record.

           if (ws-em-on-master(ws-employee-iterator) = 'y') and
               (ws-em-line-count(ws-employee-iterator) > 0) then
               move ws-em-employee-id(ws-employee-iterator) to
                   pe-employee-id
               move ws-period-start-date to pe-period-start
               move ws-period-end-date to pe-period-end
               move ws-em-net(ws-employee-iterator) to
                   pe-commission-earned
               write payroll-extract-record
               add 1 to ws-payroll-written
               add ws-em-net(ws-employee-iterator) to ws-total-net
           end-if.

       end program CommissionStatementProgram.
