       identification division.
       program-id. CustomerSegmentProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - recency counts back from the business
           *> date, so a rerun scores the month the data belongs to.
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

           *> Store master - the name beside each home store on the
           *> summary.
           select store-master-file assign to
               '../../../data/store-master.dat' organization is line
               sequential.

           *> Customer master - every customer on it is scored, and
           *> name, address and the do-not-contact flag come from
           *> it for the mailing extract.
           select customer-master-file assign to
               '../../../data/customer-master.dat'
               organization is line sequential.

           *> The permanent purchase history LoyaltyProcessingProgram
           *> appends every earning invoice to - the only record of
           *> when, where and how much each customer buys.
           select optional purchase-history-file assign to
               '../../../data/purchase-history.dat'
               organization is line sequential.

           *> Every customer's scores and segment as of this run,
           *> rewritten whole each time for marketing to load.
           select customer-segment-file assign to
               '../../../data/customer-segments.dat'
               organization is line sequential.

           *> Lapsed and at-risk customers who may be mailed - name
           *> and address joined on, do-not-contact customers left
           *> off.
           select marketing-extract-file assign to
               '../../../data/marketing-extract.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/customer-segment-report.dat'
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

       fd customer-master-file
           data record is customer-master-record.

       01 customer-master-record.
           05 cu-customer-no                            pic x(6).
           05 cu-customer-name                          pic x(20).
           05 cu-address                                pic x(30).
           05 cu-phone                                  pic x(12).
           05 cu-credit-limit                           pic 9(5)v99.
           05 cu-exempt-cert-no                         pic x(15).
           05 cu-exempt-type                            pic x.
           05 cu-exempt-province                        pic xx.
           05 cu-exempt-expiry-date                     pic 9(8).
           05 cu-no-contact-flag                        pic x.

       fd purchase-history-file
           data record is purchase-history-record.

       01 purchase-history-record.
           05 ph-customer-no                            pic x(6).
           05 ph-invoice-no                             pic x(9).
           05 ph-store-no                               pic xx.
           05 ph-transaction-date                       pic 9(8).
           05 ph-transaction-amount                     pic 9(5)v99.
           05 ph-points-earned                          pic 9(5).

       fd customer-segment-file
           data record is customer-segment-record.

       *> Each score runs 1 to 3, 3 the best - recency on days
       *> since the last purchase, frequency on invoices and spend
       *> on sales inside the scoring window.
       01 customer-segment-record.
           05 sg-customer-no                            pic x(6).
           05 sg-segment                                pic x.
           05 sg-home-store                             pic xx.
           05 sg-last-purchase-date                     pic 9(8).
           05 sg-days-since-purchase                    pic 9(5).
           05 sg-window-visits                          pic 9(5).
           05 sg-window-spend                           pic 9(7)v99.
           05 sg-recency-score                          pic 9.
           05 sg-frequency-score                        pic 9.
           05 sg-spend-score                            pic 9.
           05 sg-run-date                               pic 9(8).

       fd marketing-extract-file
           data record is marketing-extract-record.

       01 marketing-extract-record.
           05 mx-customer-no                            pic x(6).
           05 mx-segment                                pic x.
           05 mx-customer-name                          pic x(20).
           05 mx-address                                pic x(30).
           05 mx-phone                                  pic x(12).
           05 mx-home-store                             pic xx.
           05 mx-last-purchase-date                     pic 9(8).
           05 mx-window-visits                          pic 9(5).
           05 mx-window-spend                           pic 9(7)v99.

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-store-master-eof                           pic x
           value 'n'.

       01 sw-customer-master-eof                        pic x
           value 'n'.

       01 sw-history-eof                                pic x
           value 'n'.

       01 sw-batch-date-missing                         pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       *> The parameter card's value, re-shaped per target field.
       01 ws-param-days                                 pic 999.
       01 ws-param-days-x redefines ws-param-days       pic x(3).
       01 ws-param-count                                pic 9(4).
       01 ws-param-count-x redefines ws-param-count     pic x(4).
       01 ws-param-amount                               pic 9(5)v99.
       01 ws-param-amount-x redefines ws-param-amount   pic x(7).

       *> Frequency and spend count only purchases inside this
       *> many days back from the business date; recency and the
       *> home store look at the whole history.
       01 ws-window-days                                pic 999
           value 365.

       *> Days since the last purchase before a customer scores
       *> 2 on recency (at risk) and 1 (lapsed).
       01 ws-at-risk-days                               pic 999
           value 90.
       01 ws-lapsed-days                                pic 999
           value 180.

       *> Invoices inside the window for a frequency score of 3
       *> and of 2.
       01 ws-top-visits                                 pic 9(4)
           value 12.
       01 ws-regular-visits                             pic 9(4)
           value 4.

       *> Sales inside the window for a spend score of 3 and of 2.
       01 ws-top-spend                                  pic 9(5)v99
           value 1000.00.
       01 ws-regular-spend                              pic 9(5)v99
           value 250.00.

       01 ws-run-date-integer                           pic 9(7)
           value 0.
       01 ws-purchase-integer                           pic 9(7)
           value 0.
       01 ws-window-start-integer                       pic 9(7)
           value 0.
       01 ws-window-start-date                          pic 9(8)
           value 0.

       *> Store master, with each home store's customers and
       *> window sales per segment - the four segments in the
       *> order they print: top, regular, at risk, lapsed.
       01 ws-store-table.
           05 ws-store-count                            pic 99
               value 0.
           05 ws-store-entries occurs 50 times
               indexed by ws-store-idx.
               10 ws-st-store-no                        pic xx.
               10 ws-st-store-name                      pic x(20).
               10 ws-st-segment-totals occurs 4 times.
                   15 ws-st-customers                   pic 9(5).
                   15 ws-st-sales                       pic 9(9)v99.

       01 ws-found-store-idx                            pic 99
           value 0.
       01 ws-find-store-no                              pic xx.

       *> Every customer on the master, plus any customer number
       *> the history carries that the master does not, with
       *> what the history says about each.
       01 ws-customer-table.
           05 ws-customer-count                         pic 9(4)
               value 0.
           05 ws-customer-entries occurs 1000 times
               indexed by ws-customer-idx.
               10 ws-cs-customer-no                     pic x(6).
               10 ws-cs-on-master                       pic x.
               10 ws-cs-customer-name                   pic x(20).
               10 ws-cs-address                         pic x(30).
               10 ws-cs-phone                           pic x(12).
               10 ws-cs-no-contact-flag                 pic x.
               10 ws-cs-last-purchase-date              pic 9(8).
               10 ws-cs-days-since                      pic 9(5).
               10 ws-cs-window-visits                   pic 9(5).
               10 ws-cs-window-spend                    pic 9(7)v99.
               10 ws-cs-home-store                      pic xx.
               10 ws-cs-recency-score                   pic 9.
               10 ws-cs-frequency-score                 pic 9.
               10 ws-cs-spend-score                     pic 9.
               10 ws-cs-segment                         pic x.
                   88 ws-cs-top                         value "T".
                   88 ws-cs-regular                     value "R".
                   88 ws-cs-at-risk                     value "A".
                   88 ws-cs-lapsed                      value "L".
                   88 ws-cs-no-purchases                value "N".
               10 ws-cs-segment-no                      pic 9.

       01 ws-found-customer-idx                         pic 9(4)
           value 0.
       01 ws-find-customer-no                           pic x(6).

       *> Lifetime invoices and sales per customer per store - the
       *> store a customer shops most is their home store.
       01 ws-visit-table.
           05 ws-visit-count                            pic 9(5)
               value 0.
           05 ws-visit-entries occurs 5000 times
               indexed by ws-visit-idx.
               10 ws-vs-customer-idx                    pic 9(4).
               10 ws-vs-store-no                        pic xx.
               10 ws-vs-visits                          pic 9(5).
               10 ws-vs-sales                           pic 9(9)v99.

       01 ws-found-visit-idx                            pic 9(5)
           value 0.
       01 ws-best-visit-idx                             pic 9(5)
           value 0.

       01 ws-iterator                                   pic 9(5)
           value 1.
       01 ws-segment-iterator                           pic 9
           value 1.

       *> What a privacy-scrubbed customer's name reads as - no
       *> address is left to mail.
       01 ws-purged-name                                pic x(20)
           value "PRIVACY PURGED".

       01 ws-counts.
           05 ws-customers-read                         pic 9(5)
               value 0.
           05 ws-history-read                           pic 9(7)
               value 0.
           05 ws-history-future                         pic 9(7)
               value 0.
           05 ws-customers-scored                       pic 9(5)
               value 0.
           05 ws-no-purchases                           pic 9(5)
               value 0.
           05 ws-not-on-master                          pic 9(5)
               value 0.
           05 ws-extract-written                        pic 9(5)
               value 0.
           05 ws-skipped-no-contact                     pic 9(5)
               value 0.
           05 ws-skipped-no-address                     pic 9(5)
               value 0.
           05 ws-skipped-not-on-master                  pic 9(5)
               value 0.

       *> All stores together, per segment.
       01 ws-grand-totals.
           05 ws-gt-segment-totals occurs 4 times.
               10 ws-gt-customers                       pic 9(5).
               10 ws-gt-sales                           pic 9(9)v99.

       01 ws-line-customers                             pic 9(5)
           value 0.
       01 ws-line-sales                                 pic 9(9)v99
           value 0.


       01 report-heading-line.
           05 filler                                    pic x(18)
               value spaces.
           05 filler                                    pic x(44)
               value "CUSTOMER SEGMENTS - RECENCY/FREQUENCY/SPEND".
           05 filler                                    pic x(16)
               value " BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(9)
               value " Window: ".
           05 prt-param-window-days                     pic zz9.
           05 filler                                    pic x(12)
               value " days from ".
           05 prt-param-window-start                    pic 9999/99/99.
           05 filler                                    pic x(17)
               value "  At risk after: ".
           05 prt-param-at-risk-days                    pic zz9.
           05 filler                                    pic x(16)
               value "  Lapsed after: ".
           05 prt-param-lapsed-days                     pic zz9.

       01 ws-params-line2.
           05 filler                                    pic x(22)
               value spaces.
           05 filler                                    pic x(13)
               value " Top visits: ".
           05 prt-param-top-visits                      pic z(3)9.
           05 filler                                    pic x(13)
               value "  Top spend: ".
           05 prt-param-top-spend                       pic zz,zz9.99.
           05 filler                                    pic x(18)
               value "  Regular visits: ".
           05 prt-param-regular-visits                  pic z(3)9.
           05 filler                                    pic x(17)
               value "  Regular spend: ".
           05 prt-param-regular-spend                   pic zz,zz9.99.

       01 headings-line1.
           05 filler                                    pic x(16)
               value spaces.
           05 filler                                    pic x(20)
               value " ------- TOP -------".
           05 filler                                    pic x(20)
               value " ----- REGULAR -----".
           05 filler                                    pic x(20)
               value " ----- AT RISK -----".
           05 filler                                    pic x(20)
               value " ------ LAPSED -----".
           05 filler                                    pic x(20)
               value " --- ALL SEGMENTS --".

       01 headings-line2.
           05 filler                                    pic x(16)
               value "ST  HOME STORE".
           05 filler                                    pic x(20)
               value "  CUST         SALES".
           05 filler                                    pic x(20)
               value "  CUST         SALES".
           05 filler                                    pic x(20)
               value "  CUST         SALES".
           05 filler                                    pic x(20)
               value "  CUST         SALES".
           05 filler                                    pic x(20)
               value "  CUST         SALES".

       *> One line per home store, the four segments and then the
       *> store's total - cleared to spaces before each is built.
       01 prt-store-line.
           05 prt-st-store-no                           pic xx.
           05 filler                                    pic x(2).
           05 prt-st-store-name                         pic x(12).
           05 prt-st-columns occurs 5 times.
               10 filler                                pic x.
               10 prt-st-customers                      pic z(4)9.
               10 filler                                pic x.
               10 prt-st-sales                          pic
                   zz,zzz,zz9.99.

       01 totals-line1.
           05 filler                                    pic x(17)
               value "Customers Scored:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-customers-scored                      pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "No Purchases:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-no-purchases                          pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(19)
               value "History Lines Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-history-read                          pic z(6)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Not On Master:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-not-on-master                         pic z(4)9.

       01 totals-line2.
           05 filler                                    pic x(16)
               value "Mailing Extract:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-extract-written                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(21)
               value "Skipped - No Contact:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-skipped-no-contact                    pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(21)
               value "Skipped - No Address:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-skipped-no-address                    pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(24)
               value "Skipped - Not On Master:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-skipped-not-on-master                 pic z(4)9.

       01 totals-line3.
           05 filler                                    pic x(35)
               value "History Dated After Business Date:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-history-future                        pic z(6)9.


       procedure division.

           perform 040-resolve-business-date.
           perform 035-load-system-params.

           *> The window counts back from the business date through
           *> the calendar, not the digits.
           compute ws-run-date-integer =
               function integer-of-date(ws-run-date).
           compute ws-window-start-integer =
               ws-run-date-integer - ws-window-days + 1.
           compute ws-window-start-date =
               function date-of-integer(ws-window-start-integer).

           open output report-file.
           move ws-run-date to prt-hd-run-date.
           write report-data-line from report-heading-line.

           move ws-window-days to prt-param-window-days.
           move ws-window-start-date to prt-param-window-start.
           move ws-at-risk-days to prt-param-at-risk-days.
           move ws-lapsed-days to prt-param-lapsed-days.
           write report-data-line from ws-params-line1
               after advancing 1 line.
           move ws-top-visits to prt-param-top-visits.
           move ws-top-spend to prt-param-top-spend.
           move ws-regular-visits to prt-param-regular-visits.
           move ws-regular-spend to prt-param-regular-spend.
           write report-data-line from ws-params-line2
               after advancing 1 line.

           perform 050-load-store-master.
           perform 055-load-customer-master.
           perform 060-load-purchase-history.

           perform 100-score-customers.

           open output customer-segment-file.
           open output marketing-extract-file.
           perform 200-write-segments.
           close customer-segment-file, marketing-extract-file.

           perform 300-print-store-summary.

           perform 500-totals.

           *> Purchases under a customer number the master does
           *> not know are scored but can never be mailed - a
           *> warning for head office to chase, not a failed run.
           if (ws-not-on-master > 0) then
               display "SEGMENT - " ws-not-on-master
                   " PURCHASE HISTORY CUSTOMER(S) NOT ON CUSTOMER"
                   " MASTER"
               move 4 to return-code
               close report-file
               goback
           end-if.

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
               when "SEGMENT-WINDOW-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-window-days
                   end-if
               when "SEGMENT-ATRISK-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-at-risk-days
                   end-if
               when "SEGMENT-LAPSED-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-lapsed-days
                   end-if
               when "SEGMENT-TOP-VISITS"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 0) then
                       move ws-param-count to ws-top-visits
                   end-if
               when "SEGMENT-REG-VISITS"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 0) then
                       move ws-param-count to ws-regular-visits
                   end-if
               when "SEGMENT-TOP-SPEND"
                   move sp-param-value(1:7) to ws-param-amount-x
                   if (ws-param-amount is numeric) then
                       move ws-param-amount to ws-top-spend
                   end-if
               when "SEGMENT-REG-SPEND"
                   move sp-param-value(1:7) to ws-param-amount-x
                   if (ws-param-amount is numeric) then
                       move ws-param-amount to ws-regular-spend
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

           *> A lapsed cutoff inside the at-risk one would leave
           *> nobody at risk - the at-risk cutoff stands and lapsed
           *> starts where it ends.
           if (ws-lapsed-days < ws-at-risk-days) then
               move ws-at-risk-days to ws-lapsed-days
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
               move sm-store-no to ws-find-store-no
               perform 085-find-store
               move sm-store-name to
                   ws-st-store-name(ws-found-store-idx)
               read store-master-file at end
                   move "Y" to sw-store-master-eof
           end-perform.
           close store-master-file.

       055-load-customer-master.

           open input customer-master-file.
           read customer-master-file at end
               move "Y" to sw-customer-master-eof.
           perform until sw-customer-master-eof = "Y"
               add 1 to ws-customers-read
               move cu-customer-no to ws-find-customer-no
               perform 070-find-customer
               move "Y" to ws-cs-on-master(ws-found-customer-idx)
               move cu-customer-name to
                   ws-cs-customer-name(ws-found-customer-idx)
               move cu-address to
                   ws-cs-address(ws-found-customer-idx)
               move cu-phone to ws-cs-phone(ws-found-customer-idx)
               move cu-no-contact-flag to
                   ws-cs-no-contact-flag(ws-found-customer-idx)
               read customer-master-file at end
                   move "Y" to sw-customer-master-eof
           end-perform.
           close customer-master-file.

       060-load-purchase-history.

           open input purchase-history-file.
           read purchase-history-file at end
               move "Y" to sw-history-eof.
           perform until sw-history-eof = "Y"
               add 1 to ws-history-read
               *> A purchase dated after the business date belongs
               *> to a later month - left out, so a rerun for an
               *> earlier date scores the way that date would have.
               if (ph-transaction-date is numeric) and
                   (ph-transaction-date > ws-run-date) then
                   add 1 to ws-history-future
               end-if
               if (ph-transaction-date is numeric) and
                   (ph-transaction-date > 0) and
                   (ph-transaction-date not > ws-run-date) then
                   perform 065-add-purchase
               end-if
               read purchase-history-file at end
                   move "Y" to sw-history-eof
           end-perform.
           close purchase-history-file.

       065-add-purchase.

           move ph-customer-no to ws-find-customer-no.
           perform 070-find-customer.

           if (ph-transaction-date >
               ws-cs-last-purchase-date(ws-found-customer-idx)) then
               move ph-transaction-date to
                   ws-cs-last-purchase-date(ws-found-customer-idx)
           end-if.

           if (ph-transaction-date not < ws-window-start-date) then
               add 1 to ws-cs-window-visits(ws-found-customer-idx)
               add ph-transaction-amount to
                   ws-cs-window-spend(ws-found-customer-idx)
           end-if.

           perform 080-find-visit.
           add 1 to ws-vs-visits(ws-found-visit-idx).
           add ph-transaction-amount to
               ws-vs-sales(ws-found-visit-idx).

       070-find-customer.

           move 0 to ws-found-customer-idx.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               or ws-found-customer-idx > 0
               if (ws-cs-customer-no(ws-customer-idx) =
                   ws-find-customer-no) then
                   set ws-found-customer-idx to ws-customer-idx
               end-if
           end-perform.

           if (ws-found-customer-idx = 0) then
               if (ws-customer-count < 1000) then
                   add 1 to ws-customer-count
                   move ws-customer-count to ws-found-customer-idx
                   move ws-find-customer-no to
                       ws-cs-customer-no(ws-customer-count)
                   move "N" to ws-cs-on-master(ws-customer-count)
                   move spaces to
                       ws-cs-customer-name(ws-customer-count)
                   move spaces to ws-cs-address(ws-customer-count)
                   move spaces to ws-cs-phone(ws-customer-count)
                   move space to
                       ws-cs-no-contact-flag(ws-customer-count)
                   move 0 to
                       ws-cs-last-purchase-date(ws-customer-count)
                   move 0 to ws-cs-days-since(ws-customer-count)
                   move 0 to
                       ws-cs-window-visits(ws-customer-count)
                   move 0 to ws-cs-window-spend(ws-customer-count)
                   move spaces to ws-cs-home-store(ws-customer-count)
                   move 0 to
                       ws-cs-recency-score(ws-customer-count)
                   move 0 to
                       ws-cs-frequency-score(ws-customer-count)
                   move 0 to ws-cs-spend-score(ws-customer-count)
                   move "N" to ws-cs-segment(ws-customer-count)
                   move 0 to ws-cs-segment-no(ws-customer-count)
               else
                   *> A customer past the table would drop off
                   *> every count and the extract without a trace.
                   display "SEGMENT - CUSTOMER TABLE FULL"
                       " - RUN HALTED"
                   move 16 to return-code
                   close report-file
                   goback
               end-if
           end-if.

       080-find-visit.

           move 0 to ws-found-visit-idx.
           perform varying ws-visit-idx
               from 1
               by 1
               until ws-visit-idx > ws-visit-count
               or ws-found-visit-idx > 0
               if (ws-vs-customer-idx(ws-visit-idx) =
                   ws-found-customer-idx) and
                   (ws-vs-store-no(ws-visit-idx) = ph-store-no) then
                   set ws-found-visit-idx to ws-visit-idx
               end-if
           end-perform.

           if (ws-found-visit-idx = 0) then
               if (ws-visit-count < 5000) then
                   add 1 to ws-visit-count
                   move ws-visit-count to ws-found-visit-idx
                   move ws-found-customer-idx to
                       ws-vs-customer-idx(ws-visit-count)
                   move ph-store-no to
                       ws-vs-store-no(ws-visit-count)
                   move 0 to ws-vs-visits(ws-visit-count)
                   move 0 to ws-vs-sales(ws-visit-count)
               else
                   display "SEGMENT - CUSTOMER STORE TABLE FULL"
                       " - RUN HALTED"
                   move 16 to return-code
                   close report-file
                   goback
               end-if
           end-if.

       085-find-store.

           move 0 to ws-found-store-idx.
           perform varying ws-store-idx
               from 1
               by 1
               until ws-store-idx > ws-store-count
               or ws-found-store-idx > 0
               if (ws-st-store-no(ws-store-idx) = ws-find-store-no)
                   then
                   set ws-found-store-idx to ws-store-idx
               end-if
           end-perform.

           *> A home store the store master does not carry still
           *> gets its own line, so no customer drops off the
           *> summary.
           if (ws-found-store-idx = 0) then
               if (ws-store-count < 50) then
                   add 1 to ws-store-count
                   move ws-store-count to ws-found-store-idx
                   move ws-find-store-no to
                       ws-st-store-no(ws-store-count)
                   move "NOT ON FILE" to
                       ws-st-store-name(ws-store-count)
                   perform varying ws-segment-iterator
                       from 1
                       by 1
                       until ws-segment-iterator > 4
                       move 0 to ws-st-customers
                           (ws-store-count, ws-segment-iterator)
                       move 0 to ws-st-sales
                           (ws-store-count, ws-segment-iterator)
                   end-perform
               else
                   display "SEGMENT - STORE TABLE FULL"
                       " - RUN HALTED"
                   move 16 to return-code
                   close report-file
                   goback
               end-if
           end-if.


       100-score-customers.

           perform varying ws-segment-iterator
               from 1
               by 1
               until ws-segment-iterator > 4
               move 0 to ws-gt-customers(ws-segment-iterator)
               move 0 to ws-gt-sales(ws-segment-iterator)
           end-perform.

           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               set ws-found-customer-idx to ws-customer-idx
               if (ws-cs-last-purchase-date(ws-found-customer-idx)
                   = 0) then
                   add 1 to ws-no-purchases
               else
                   perform 110-score-one-customer
               end-if
           end-perform.

       110-score-one-customer.

           add 1 to ws-customers-scored.
           if (ws-cs-on-master(ws-found-customer-idx) not = "Y")
               then
               add 1 to ws-not-on-master
           end-if.

           compute ws-purchase-integer =
               function integer-of-date
               (ws-cs-last-purchase-date(ws-found-customer-idx)).
           compute ws-cs-days-since(ws-found-customer-idx) =
               ws-run-date-integer - ws-purchase-integer.

           if (ws-cs-days-since(ws-found-customer-idx) >
               ws-lapsed-days) then
               move 1 to ws-cs-recency-score(ws-found-customer-idx)
           else
               if (ws-cs-days-since(ws-found-customer-idx) >
                   ws-at-risk-days) then
                   move 2 to
                       ws-cs-recency-score(ws-found-customer-idx)
               else
                   move 3 to
                       ws-cs-recency-score(ws-found-customer-idx)
               end-if
           end-if.

           if (ws-cs-window-visits(ws-found-customer-idx) not <
               ws-top-visits) then
               move 3 to ws-cs-frequency-score(ws-found-customer-idx)
           else
               if (ws-cs-window-visits(ws-found-customer-idx) not <
                   ws-regular-visits) then
                   move 2 to
                       ws-cs-frequency-score(ws-found-customer-idx)
               else
                   move 1 to
                       ws-cs-frequency-score(ws-found-customer-idx)
               end-if
           end-if.

           if (ws-cs-window-spend(ws-found-customer-idx) not <
               ws-top-spend) then
               move 3 to ws-cs-spend-score(ws-found-customer-idx)
           else
               if (ws-cs-window-spend(ws-found-customer-idx) not <
                   ws-regular-spend) then
                   move 2 to ws-cs-spend-score(ws-found-customer-idx)
               else
                   move 1 to ws-cs-spend-score(ws-found-customer-idx)
               end-if
           end-if.

           *> Recency decides first - however much a customer used
           *> to spend, one who has stopped coming in is at risk or
           *> lapsed. Only a current customer scoring top on both
           *> frequency and spend is a top customer.
           evaluate true
           when ws-cs-recency-score(ws-found-customer-idx) = 1
               move "L" to ws-cs-segment(ws-found-customer-idx)
               move 4 to ws-cs-segment-no(ws-found-customer-idx)
           when ws-cs-recency-score(ws-found-customer-idx) = 2
               move "A" to ws-cs-segment(ws-found-customer-idx)
               move 3 to ws-cs-segment-no(ws-found-customer-idx)
           when (ws-cs-frequency-score(ws-found-customer-idx) = 3)
               and (ws-cs-spend-score(ws-found-customer-idx) = 3)
               move "T" to ws-cs-segment(ws-found-customer-idx)
               move 1 to ws-cs-segment-no(ws-found-customer-idx)
           when other
               move "R" to ws-cs-segment(ws-found-customer-idx)
               move 2 to ws-cs-segment-no(ws-found-customer-idx)
           end-evaluate.

           perform 120-pick-home-store.

           move ws-cs-home-store(ws-found-customer-idx) to
               ws-find-store-no.
           perform 085-find-store.
           move ws-cs-segment-no(ws-found-customer-idx) to
               ws-segment-iterator.
           add 1 to ws-st-customers
               (ws-found-store-idx, ws-segment-iterator).
           add ws-cs-window-spend(ws-found-customer-idx) to
               ws-st-sales(ws-found-store-idx, ws-segment-iterator).
           add 1 to ws-gt-customers(ws-segment-iterator).
           add ws-cs-window-spend(ws-found-customer-idx) to
               ws-gt-sales(ws-segment-iterator).

       120-pick-home-store.

           *> The store with the most invoices over the whole
           *> history, the larger sales breaking a tie.
           move 0 to ws-best-visit-idx.
           perform varying ws-visit-idx
               from 1
               by 1
               until ws-visit-idx > ws-visit-count
               if (ws-vs-customer-idx(ws-visit-idx) =
                   ws-found-customer-idx) then
                   if (ws-best-visit-idx = 0) then
                       set ws-best-visit-idx to ws-visit-idx
                   else
                       if (ws-vs-visits(ws-visit-idx) >
                           ws-vs-visits(ws-best-visit-idx)) or
                           ((ws-vs-visits(ws-visit-idx) =
                           ws-vs-visits(ws-best-visit-idx)) and
                           (ws-vs-sales(ws-visit-idx) >
                           ws-vs-sales(ws-best-visit-idx))) then
                           set ws-best-visit-idx to ws-visit-idx
                       end-if
                   end-if
               end-if
           end-perform.

           move ws-vs-store-no(ws-best-visit-idx) to
               ws-cs-home-store(ws-found-customer-idx).

       200-write-segments.

           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               set ws-found-customer-idx to ws-customer-idx
               move ws-cs-customer-no(ws-found-customer-idx) to
                   sg-customer-no
               move ws-cs-segment(ws-found-customer-idx) to
                   sg-segment
               move ws-cs-home-store(ws-found-customer-idx) to
                   sg-home-store
               move ws-cs-last-purchase-date(ws-found-customer-idx)
                   to sg-last-purchase-date
               move ws-cs-days-since(ws-found-customer-idx) to
                   sg-days-since-purchase
               move ws-cs-window-visits(ws-found-customer-idx) to
                   sg-window-visits
               move ws-cs-window-spend(ws-found-customer-idx) to
                   sg-window-spend
               move ws-cs-recency-score(ws-found-customer-idx) to
                   sg-recency-score
               move ws-cs-frequency-score(ws-found-customer-idx) to
                   sg-frequency-score
               move ws-cs-spend-score(ws-found-customer-idx) to
                   sg-spend-score
               move ws-run-date to sg-run-date
               write customer-segment-record

               if (ws-cs-at-risk(ws-found-customer-idx)) or
                   (ws-cs-lapsed(ws-found-customer-idx)) then
                   perform 210-extract-customer
               end-if
           end-perform.

       210-extract-customer.

           *> Only a customer on the master with an address left to
           *> mail, and who has not asked to be left alone, goes
           *> on the extract.
           evaluate true
           when ws-cs-on-master(ws-found-customer-idx) not = "Y"
               add 1 to ws-skipped-not-on-master
           when ws-cs-no-contact-flag(ws-found-customer-idx) = "Y"
               add 1 to ws-skipped-no-contact
           when (ws-cs-address(ws-found-customer-idx) = spaces) or
               (ws-cs-customer-name(ws-found-customer-idx) =
               ws-purged-name)
               add 1 to ws-skipped-no-address
           when other
               move ws-cs-customer-no(ws-found-customer-idx) to
                   mx-customer-no
               move ws-cs-segment(ws-found-customer-idx) to
                   mx-segment
               move ws-cs-customer-name(ws-found-customer-idx) to
                   mx-customer-name
               move ws-cs-address(ws-found-customer-idx) to
                   mx-address
               move ws-cs-phone(ws-found-customer-idx) to mx-phone
               move ws-cs-home-store(ws-found-customer-idx) to
                   mx-home-store
               move ws-cs-last-purchase-date(ws-found-customer-idx)
                   to mx-last-purchase-date
               move ws-cs-window-visits(ws-found-customer-idx) to
                   mx-window-visits
               move ws-cs-window-spend(ws-found-customer-idx) to
                   mx-window-spend
               write marketing-extract-record
               add 1 to ws-extract-written
           end-evaluate.

       300-print-store-summary.

           write report-data-line from headings-line1
               after advancing 2 lines.
           write report-data-line from headings-line2
               after advancing 1 line.

           *> Only stores that are somebody's home store print.
           perform varying ws-store-idx
               from 1
               by 1
               until ws-store-idx > ws-store-count
               move spaces to prt-store-line
               move 0 to ws-line-customers
               move 0 to ws-line-sales
               perform varying ws-segment-iterator
                   from 1
                   by 1
                   until ws-segment-iterator > 4
                   move ws-st-customers
                       (ws-store-idx, ws-segment-iterator) to
                       prt-st-customers(ws-segment-iterator)
                   move ws-st-sales
                       (ws-store-idx, ws-segment-iterator) to
                       prt-st-sales(ws-segment-iterator)
                   add ws-st-customers
                       (ws-store-idx, ws-segment-iterator) to
                       ws-line-customers
                   add ws-st-sales
                       (ws-store-idx, ws-segment-iterator) to
                       ws-line-sales
               end-perform
               if (ws-line-customers > 0) then
                   move ws-st-store-no(ws-store-idx) to
                       prt-st-store-no
                   move ws-st-store-name(ws-store-idx) to
                       prt-st-store-name
                   move ws-line-customers to prt-st-customers(5)
                   move ws-line-sales to prt-st-sales(5)
                   write report-data-line from prt-store-line
                       after advancing 1 line
               end-if
           end-perform.

           move spaces to prt-store-line.
           move 0 to ws-line-customers.
           move 0 to ws-line-sales.
           perform varying ws-segment-iterator
               from 1
               by 1
               until ws-segment-iterator > 4
               move ws-gt-customers(ws-segment-iterator) to
                   prt-st-customers(ws-segment-iterator)
               move ws-gt-sales(ws-segment-iterator) to
                   prt-st-sales(ws-segment-iterator)
               add ws-gt-customers(ws-segment-iterator) to
                   ws-line-customers
               add ws-gt-sales(ws-segment-iterator) to
                   ws-line-sales
           end-perform.
           move "ALL STORES" to prt-st-store-name.
           move ws-line-customers to prt-st-customers(5).
           move ws-line-sales to prt-st-sales(5).
           write report-data-line from prt-store-line
               after advancing 2 lines.

       500-totals.

           move ws-customers-scored to prt-customers-scored.
           move ws-no-purchases to prt-no-purchases.
           move ws-history-read to prt-history-read.
           move ws-not-on-master to prt-not-on-master.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-extract-written to prt-extract-written.
           move ws-skipped-no-contact to prt-skipped-no-contact.
           move ws-skipped-no-address to prt-skipped-no-address.
           move ws-skipped-not-on-master to
               prt-skipped-not-on-master.
           write report-data-line from totals-line2
               after advancing 1 line.

           move ws-history-future to prt-history-future.
           write report-data-line from totals-line3
               after advancing 1 line.

       end program CustomerSegmentProgram.

