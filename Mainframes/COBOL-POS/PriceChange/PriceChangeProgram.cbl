       identification division.
       program-id. PriceChangeProgram.
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

           *> Permanent retail changes queued by merchandising, each
           *> with the date it takes effect - chain-wide, or for one
           *> store when the store number is keyed. Due changes are
           *> applied and drop off; future ones are written back to
           *> wait their turn. OPTIONAL, since most nights nothing
           *> is queued.
           select optional price-change-file assign to
               '../../../data/price-change.dat' organization is
               line sequential.

           select item-master-file assign to
               '../../../data/item-master.dat' organization is line
               sequential.

           select store-master-file assign to
               '../../../data/store-master.dat' organization is line
               sequential.

           *> Store-level retail prices - a SKU priced differently
           *> in one store than on the item master. editsProgram
           *> proves a rung price against the store's own price
           *> when it has one. OPTIONAL, so the first store-level
           *> change creates it.
           select optional store-price-file assign to
               '../../../data/store-price.dat' organization is line
               sequential.

           *> The stock-on-hand subledger - the units each change
           *> revalues, store by store.
           select stock-master-file assign to
               '../../../data/stock-master.dat'
               organization is indexed
               access mode is dynamic
               record key is stk-key.

           *> Permanent record of every change applied and what it
           *> revalued the shelf by, position by position - appended
           *> to and never overwritten.
           select optional price-history-file assign to
               '../../../data/price-change-history.dat'
               organization is line sequential.

           *> One label per store per SKU repriced, grouped by
           *> store, so each store re-tickets exactly the items
           *> whose price changes the morning it opens.
           select shelf-label-file assign to
               '../../../data/shelf-labels.out'
               organization is line sequential.

           *> Department master - the name, and the buyer, behind
           *> each bare department and category code. OPTIONAL -
           *> absent, every code prints as not on the master.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/price-change-report.dat'
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

       fd price-change-file
           data record is price-change-record.

       01 price-change-record.
           05 pcq-sku-code                              pic x(15).
           *> Blank for a chain-wide change.
           05 pcq-store-no                              pic xx.
           05 pcq-new-price                             pic 9(5)v99.
           05 pcq-effective-date                        pic 9(8).
           05 pcq-user-id                               pic x(5).

       fd item-master-file
           data record is item-master-record.

       01 item-master-record.
           05 im-sku-code                               pic x(15).
           05 im-description                            pic x(20).
           05 im-department                             pic xx.
           05 im-category                               pic xx.
           05 im-retail-price                           pic 9(5)v99.
           05 im-tax-category                           pic x.
           05 im-unit-cost                              pic 9(5)v99.
           05 im-service-plan-flag                      pic x.
           05 im-plan-term-months                       pic 99.

       fd store-master-file
           data record is store-master-record.

       01 store-master-record.
           05 sm-store-no                               pic xx.
           05 sm-store-name                             pic x(20).
           05 sm-province                               pic xx.
           05 sm-active-flag                            pic x.

       fd store-price-file
           data record is store-price-record.

       01 store-price-record.
           05 spr-sku-code                              pic x(15).
           05 spr-store-no                              pic xx.
           05 spr-retail-price                          pic 9(5)v99.
           05 spr-effective-date                        pic 9(8).

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

       fd price-history-file
           data record is price-history-record.

       01 price-history-record.
           05 ph-sku-code                               pic x(15).
           05 ph-store-no                               pic xx.
           05 ph-department                             pic xx.
           05 ph-old-price                              pic 9(5)v99.
           05 ph-new-price                              pic 9(5)v99.
           05 ph-effective-date                         pic 9(8).
           05 ph-units-on-hand                          pic 9(7).
           *> Negative is a markdown, positive a markup.
           05 ph-revaluation-amount                     pic s9(9)v99.
           05 ph-applied-date                           pic 9(8).
           05 ph-user-id                                pic x(5).

       fd shelf-label-file
           data record is shelf-label-record.

       01 shelf-label-record.
           05 sl-store-no                               pic xx.
           05 sl-sku-code                               pic x(15).
           05 sl-description                            pic x(20).
           05 sl-department                             pic xx.
           05 sl-new-price                              pic 9(5)v99.
           05 sl-old-price                              pic 9(5)v99.
           05 sl-effective-date                         pic 9(8).

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

       01 sw-change-eof                                 pic x
           value 'n'.

       01 sw-item-master-eof                            pic x
           value 'n'.

       01 sw-store-master-eof                           pic x
           value 'n'.

       01 sw-store-price-eof                            pic x
           value 'n'.

       01 sw-stock-eof                                  pic x
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
           value "PRICECHANGEPROGRAM".

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

       *> This step runs overnight, after the business day's feed
       *> has been through every program that prices against the
       *> item master - so what it applies is whatever takes
       *> effect tomorrow morning, and today's sales were proven
       *> against today's prices.
       01 ws-apply-through-date                         pic 9(8)
           value 0.

       *> The change queue, loaded whole - applied and rejected
       *> entries drop off when it is written back.
       01 ws-change-table.
           05 ws-change-count                           pic 9(4)
               value 0.
           05 ws-change-entries occurs 1000 times
               indexed by ws-change-idx.
               10 ws-pq-sku-code                        pic x(15).
               10 ws-pq-store-no                        pic xx.
               10 ws-pq-new-price                       pic 9(5)v99.
               10 ws-pq-effective-date                  pic 9(8).
               10 ws-pq-user-id                         pic x(5).
               *> "P" pending, "A" applied, "R" rejected.
               10 ws-pq-status                          pic x.

       *> The item master, loaded whole and written back whole
       *> with the new prices.
       01 ws-item-table.
           05 ws-item-count                             pic 9(4)
               value 0.
           05 ws-item-entries occurs 2000 times
               indexed by ws-item-idx.
               10 ws-it-record                          pic x(57).
               10 ws-it-record-parsed redefines
                   ws-it-record.
                   15 ws-it-sku-code                    pic x(15).
                   15 ws-it-description                 pic x(20).
                   15 ws-it-department                  pic xx.
                   15 ws-it-category                    pic xx.
                   15 ws-it-retail-price                pic 9(5)v99.
                   15 ws-it-tax-category                pic x.
                   15 ws-it-unit-cost                   pic 9(5)v99.
                   15 ws-it-service-plan-flag           pic x.
                   15 ws-it-plan-term-months            pic 99.

       01 ws-found-item-idx                             pic 9(4)
           value 0.

       01 ws-store-table.
           05 ws-store-count                            pic 99
               value 0.
           05 ws-store-entries occurs 50 times
               indexed by ws-store-idx.
               10 ws-sm-store-no                        pic xx.

       01 ws-found-store-idx                            pic 99
           value 0.

       *> Store-level prices, loaded whole and written back whole.
       01 ws-store-price-table.
           05 ws-store-price-count                      pic 9(4)
               value 0.
           05 ws-store-price-entries occurs 2000 times
               indexed by ws-store-price-idx.
               10 ws-sp-sku-code                        pic x(15).
               10 ws-sp-store-no                        pic xx.
               10 ws-sp-retail-price                    pic 9(5)v99.
               10 ws-sp-effective-date                  pic 9(8).
               10 ws-sp-deleted                         pic x.

       01 ws-found-store-price-idx                      pic 9(4)
           value 0.

       *> Shelf labels, gathered as changes apply and written out
       *> grouped by store once every change is in.
       01 ws-label-table.
           05 ws-label-count                            pic 9(4)
               value 0.
           05 ws-label-entries occurs 3000 times
               indexed by ws-label-idx.
               10 ws-lb-store-no                        pic xx.
               10 ws-lb-sku-code                        pic x(15).
               10 ws-lb-description                     pic x(20).
               10 ws-lb-department                      pic xx.
               10 ws-lb-new-price                       pic 9(5)v99.
               10 ws-lb-old-price                       pic 9(5)v99.
               10 ws-lb-effective-date                  pic 9(8).
               10 ws-lb-written                         pic x.

       *> Markdown and markup dollars by store and department.
       01 ws-reval-table.
           05 ws-reval-count                            pic 999
               value 0.
           05 ws-reval-entries occurs 500 times
               indexed by ws-reval-idx.
               10 ws-rv-store-no                        pic xx.
               10 ws-rv-department                      pic xx.
               10 ws-rv-units                           pic 9(8)
                   value 0.
               10 ws-rv-markdown-amount                 pic 9(9)v99
                   value 0.
               10 ws-rv-markup-amount                   pic 9(9)v99
                   value 0.

       01 ws-found-reval-idx                            pic 999
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

       01 ws-iterator                                   pic 9(4)
           value 1.

       01 ws-inner-iterator                             pic 9(4)
           value 1.

       *> The change in hand and the stock position it is
       *> revaluing.
       01 ws-change-fields.
           05 ws-chg-sku-code                           pic x(15).
           05 ws-chg-store-no                           pic xx.
           05 ws-chg-new-price                          pic 9(5)v99.
           05 ws-chg-effective-date                     pic 9(8).
           05 ws-chg-user-id                            pic x(5).
           05 ws-chg-chain-old-price                    pic 9(5)v99.
           05 ws-chg-reject-reason                      pic x(24).
           05 ws-chg-units                              pic 9(8).
           05 ws-chg-revaluation                        pic s9(9)v99.
           05 ws-pos-store-no                           pic xx.
           05 ws-pos-old-price                          pic 9(5)v99.
           05 ws-pos-units                              pic 9(7).
           05 ws-pos-revaluation                        pic s9(9)v99.
           05 ws-current-label-store                    pic xx.

       01 ws-counts.
           05 ws-changes-read                           pic 9(5)
               value 0.
           05 ws-changes-applied                        pic 9(5)
               value 0.
           05 ws-changes-pending                        pic 9(5)
               value 0.
           05 ws-changes-rejected                       pic 9(5)
               value 0.
           05 ws-labels-written                         pic 9(5)
               value 0.
           05 ws-total-markdown-amount                  pic 9(9)v99
               value 0.
           05 ws-total-markup-amount                    pic 9(9)v99
               value 0.
           05 ws-net-revaluation                        pic s9(9)v99
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(24)
               value spaces.
           05 filler                                    pic x(32)
               value "PERMANENT PRICE CHANGES APPLIED".

       01 report-heading-line2.
           05 filler                                    pic x(24)
               value spaces.
           05 filler                                    pic x(24)
               value "EFFECTIVE THROUGH      ".
           05 prt-apply-through-date                    pic 9(8).

       01 changes-headings.
           05 filler                                    pic x(3)
               value "SKU".
           05 filler                                    pic x(13)
               value spaces.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(4)
               value "DEPT".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(9)
               value "OLD PRICE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(9)
               value "NEW PRICE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(9)
               value "EFFECTIVE".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "UNITS".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(11)
               value "REVALUATION".

       01 prt-change-line.
           05 prt-ch-sku-code                           pic x(15).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-ch-store-no                           pic x(3).
           05 filler                                    pic x(4)
               value spaces.
           05 prt-ch-department                         pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ch-old-price                          pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ch-new-price                          pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ch-effective-date                     pic 9(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ch-units                              pic z(6)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ch-revaluation                        pic
               -z,zzz,zz9.99.

       01 rejects-heading.
           05 filler                                    pic x(30)
               value "CHANGES REJECTED".

       01 prt-reject-line.
           05 prt-rj-sku-code                           pic x(15).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-rj-store-no                           pic x(3).
           05 filler                                    pic x(4)
               value spaces.
           05 prt-rj-user-id                            pic x(5).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rj-effective-date                     pic 9(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rj-reason                             pic x(24).

       01 reval-heading.
           05 filler                                    pic x(40)
               value "REVALUATION BY STORE AND DEPARTMENT".

       01 reval-headings.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(4)
               value "DEPT".
           05 filler                                    pic x(20)
               value "NAME".
           05 filler                                    pic x(7)
               value spaces.
           05 filler                                    pic x(5)
               value "UNITS".
           05 filler                                    pic x(7)
               value spaces.
           05 filler                                    pic x(8)
               value "MARKDOWN".
           05 filler                                    pic x(8)
               value spaces.
           05 filler                                    pic x(6)
               value "MARKUP".
           05 filler                                    pic x(11)
               value spaces.
           05 filler                                    pic x(3)
               value "NET".

       01 prt-reval-line.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-rv-store-no                           pic xx.
           05 filler                                    pic x(5)
               value spaces.
           05 prt-rv-department                         pic xx.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-rv-department-name                    pic x(20).
           05 filler                                    pic x(4)
               value spaces.
           05 prt-rv-units                              pic z(7)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rv-markdown-amount                    pic
               zz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rv-markup-amount                      pic
               zz,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rv-net-amount                         pic
               -zz,zzz,zz9.99.

       01 totals-line1.
           05 filler                                    pic x(13)
               value "Changes Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-changes-read                          pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Applied:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-changes-applied                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Pending:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-changes-pending                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Rejected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-changes-rejected                      pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "Labels:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-labels-written                        pic z(4)9.

       01 totals-line2.
           05 filler                                    pic x(15)
               value "Total Markdown:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-markdown-amount                 pic
               zz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Total Markup:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-markup-amount                   pic
               zz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(16)
               value "Net Revaluation:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-net-revaluation                       pic
               -zz,zzz,zz9.99.

       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this business date
           *> before any output file is opened over the first
           *> run's.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           compute ws-apply-through-date =
               function date-of-integer(
               function integer-of-date(ws-run-date) + 1).

           open input stock-master-file.
           open output shelf-label-file, report-file.
           open extend price-history-file.

           move ws-apply-through-date to prt-apply-through-date.
           write report-data-line from report-heading-line.
           write report-data-line from report-heading-line2.

           perform 050-load-item-master.
           perform 055-load-store-master.
           perform 060-load-store-prices.
           perform 065-load-price-changes.
           perform 068-load-department-master.

           *> Every change due by tomorrow morning, in the order
           *> merchandising queued them.
           perform 100-apply-due-changes.

           perform 300-write-shelf-labels.
           perform 400-report-revaluation.

           *> Nothing is rewritten until every change is in.
           perform 500-rewrite-item-master.
           perform 510-rewrite-store-prices.
           perform 520-rewrite-price-changes.

           perform 600-totals.

           perform 900-write-run-journal.

           accept return-code.

           close stock-master-file, shelf-label-file, report-file,
               price-history-file.

           goback.

       050-load-item-master.
           open input item-master-file.

           read item-master-file at end
               move "Y" to sw-item-master-eof.
           perform until sw-item-master-eof = "Y"
               if (ws-item-count >= 2000) then
                   *> A master past the table would be silently
                   *> dropped on the rewrite - that is a halt, not
                   *> a warning.
                   display "PRICECHG - ITEM MASTER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-item-count
               move item-master-record to
                   ws-it-record(ws-item-count)

               read item-master-file at end
                   move "Y" to sw-item-master-eof
           end-perform.

           close item-master-file.

       055-load-store-master.
           open input store-master-file.

           read store-master-file at end
               move "Y" to sw-store-master-eof.
           perform until sw-store-master-eof = "Y"
               if (ws-store-count < 50) then
                   add 1 to ws-store-count
                   move sm-store-no to
                       ws-sm-store-no(ws-store-count)
               end-if

               read store-master-file at end
                   move "Y" to sw-store-master-eof
           end-perform.

           close store-master-file.

       060-load-store-prices.
           open input store-price-file.

           read store-price-file at end
               move "Y" to sw-store-price-eof.
           perform until sw-store-price-eof = "Y"
               if (ws-store-price-count >= 2000) then
                   display "PRICECHG - STORE PRICE TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-store-price-count
               move spr-sku-code to
                   ws-sp-sku-code(ws-store-price-count)
               move spr-store-no to
                   ws-sp-store-no(ws-store-price-count)
               move spr-retail-price to
                   ws-sp-retail-price(ws-store-price-count)
               move spr-effective-date to
                   ws-sp-effective-date(ws-store-price-count)
               move 'n' to ws-sp-deleted(ws-store-price-count)

               read store-price-file at end
                   move "Y" to sw-store-price-eof
           end-perform.

           close store-price-file.

       065-load-price-changes.
           open input price-change-file.

           read price-change-file at end
               move "Y" to sw-change-eof.
           perform until sw-change-eof = "Y"
               if (ws-change-count >= 1000) then
                   *> A queue past the table would lose changes on
                   *> the rewrite - a halt, not a warning.
                   display "PRICECHG - PRICE CHANGE TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-changes-read
               add 1 to ws-change-count
               move pcq-sku-code to ws-pq-sku-code(ws-change-count)
               move pcq-store-no to ws-pq-store-no(ws-change-count)
               move pcq-new-price to
                   ws-pq-new-price(ws-change-count)
               move pcq-effective-date to
                   ws-pq-effective-date(ws-change-count)
               move pcq-user-id to ws-pq-user-id(ws-change-count)
               move "P" to ws-pq-status(ws-change-count)

               read price-change-file at end
                   move "Y" to sw-change-eof
           end-perform.

           close price-change-file.

       068-load-department-master.

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

       100-apply-due-changes.

           write report-data-line from changes-headings
               after advancing 2 lines.

           move 1 to ws-change-idx.
           perform varying ws-change-idx
               from 1
               by 1
               until ws-change-idx > ws-change-count
               move ws-pq-sku-code(ws-change-idx) to
                   ws-chg-sku-code
               move ws-pq-store-no(ws-change-idx) to
                   ws-chg-store-no
               move ws-pq-new-price(ws-change-idx) to
                   ws-chg-new-price
               move ws-pq-effective-date(ws-change-idx) to
                   ws-chg-effective-date
               move ws-pq-user-id(ws-change-idx) to ws-chg-user-id
               move spaces to ws-chg-reject-reason

               *> A malformed date can never come due - it is
               *> rejected rather than left waiting forever.
               if (ws-chg-effective-date not numeric) then
                   move "EFFECTIVE DATE INVALID" to
                       ws-chg-reject-reason
               else
                   if (ws-chg-effective-date >
                       ws-apply-through-date) then
                       add 1 to ws-changes-pending
                   else
                       perform 110-check-change
                       if (ws-chg-reject-reason = spaces) then
                           perform 120-apply-change
                           move "A" to ws-pq-status(ws-change-idx)
                           add 1 to ws-changes-applied
                       end-if
                   end-if
               end-if

               if (ws-chg-reject-reason not = spaces) then
                   move "R" to ws-pq-status(ws-change-idx)
                   add 1 to ws-changes-rejected
               end-if
           end-perform.

           *> The rejects after the changes, so merchandising can
           *> see what to re-key.
           if (ws-changes-rejected > 0) then
               write report-data-line from rejects-heading
                   after advancing 2 lines
               move 1 to ws-change-idx
               perform varying ws-change-idx
                   from 1
                   by 1
                   until ws-change-idx > ws-change-count
                   if (ws-pq-status(ws-change-idx) = "R") then
                       perform 115-list-reject
                   end-if
               end-perform
           end-if.

       110-check-change.

           perform 130-find-item.
           if (ws-found-item-idx = 0) then
               move "SKU NOT ON ITEM MASTER" to ws-chg-reject-reason
           end-if.

           if (ws-chg-reject-reason = spaces) and
               ((ws-chg-new-price not numeric) or
               (ws-chg-new-price = 0)) then
               move "NEW PRICE INVALID" to ws-chg-reject-reason
           end-if.

           if (ws-chg-reject-reason = spaces) and
               (ws-chg-store-no not = spaces) then
               perform 135-find-store
               if (ws-found-store-idx = 0) then
                   move "STORE NOT ON FILE" to ws-chg-reject-reason
               end-if
           end-if.

       115-list-reject.

           *> The reasons are not kept per entry, so re-derive the
           *> one that stopped it.
           move ws-pq-sku-code(ws-change-idx) to ws-chg-sku-code.
           move ws-pq-store-no(ws-change-idx) to ws-chg-store-no.
           move ws-pq-new-price(ws-change-idx) to ws-chg-new-price.
           move ws-pq-effective-date(ws-change-idx) to
               ws-chg-effective-date.
           move spaces to ws-chg-reject-reason.
           if (ws-chg-effective-date not numeric) then
               move "EFFECTIVE DATE INVALID" to ws-chg-reject-reason
           else
               perform 110-check-change
           end-if.

           move ws-chg-sku-code to prt-rj-sku-code.
           if (ws-chg-store-no = spaces) then
               move "ALL" to prt-rj-store-no
           else
               move ws-chg-store-no to prt-rj-store-no
           end-if.
           move ws-pq-user-id(ws-change-idx) to prt-rj-user-id.
           move ws-pq-effective-date(ws-change-idx) to
               prt-rj-effective-date.
           move ws-chg-reject-reason to prt-rj-reason.
           write report-data-line from prt-reject-line.

       120-apply-change.

           move ws-it-retail-price(ws-found-item-idx) to
               ws-chg-chain-old-price.
           move 0 to ws-chg-units.
           move 0 to ws-chg-revaluation.

           if (ws-chg-store-no not = spaces) then
               *> One store - its old price is its own store price
               *> when it has one, the chain's otherwise. A new
               *> price back at the chain's retail simply retires
               *> the store's exception.
               move ws-chg-store-no to ws-pos-store-no
               perform 140-find-store-price
               if (ws-found-store-price-idx > 0) then
                   move ws-sp-retail-price(ws-found-store-price-idx)
                       to ws-pos-old-price
               else
                   move ws-chg-chain-old-price to ws-pos-old-price
               end-if

               move ws-chg-sku-code to stk-sku-code
               move ws-chg-store-no to stk-store-no
               move 0 to stk-on-hand
               read stock-master-file
                   invalid key move 0 to stk-on-hand
               end-read
               perform 150-revalue-position

               if (ws-chg-new-price = ws-chg-chain-old-price) then
                   if (ws-found-store-price-idx > 0) then
                       move 'y' to
                           ws-sp-deleted(ws-found-store-price-idx)
                   end-if
               else
                   if (ws-found-store-price-idx = 0) then
                       perform 145-add-store-price
                   end-if
                   if (ws-found-store-price-idx > 0) then
                       move ws-chg-new-price to
                           ws-sp-retail-price
                           (ws-found-store-price-idx)
                       move ws-chg-effective-date to
                           ws-sp-effective-date
                           (ws-found-store-price-idx)
                   end-if
               end-if

               move ws-pos-old-price to prt-ch-old-price
               move ws-chg-store-no to prt-ch-store-no
           else
               *> Chain-wide - every store's position in the SKU is
               *> revalued from whatever it was selling at, and the
               *> change supersedes any store-level exceptions.
               move "n" to sw-stock-eof
               move ws-chg-sku-code to stk-sku-code
               move low-values to stk-store-no
               start stock-master-file key is not less than stk-key
                   invalid key move "Y" to sw-stock-eof
               end-start
               if (sw-stock-eof not = "Y") then
                   read stock-master-file next record
                       at end move "Y" to sw-stock-eof
                   end-read
               end-if
               perform until (sw-stock-eof = "Y") or
                   (stk-sku-code not = ws-chg-sku-code)
                   move stk-store-no to ws-pos-store-no
                   perform 140-find-store-price
                   if (ws-found-store-price-idx > 0) then
                       move ws-sp-retail-price
                           (ws-found-store-price-idx) to
                           ws-pos-old-price
                   else
                       move ws-chg-chain-old-price to
                           ws-pos-old-price
                   end-if
                   perform 150-revalue-position
                   read stock-master-file next record
                       at end move "Y" to sw-stock-eof
                   end-read
               end-perform

               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-store-price-count
                   if (ws-sp-sku-code(ws-iterator) =
                       ws-chg-sku-code) then
                       move 'y' to ws-sp-deleted(ws-iterator)
                   end-if
               end-perform

               move ws-chg-new-price to
                   ws-it-retail-price(ws-found-item-idx)

               move ws-chg-chain-old-price to prt-ch-old-price
               move "ALL" to prt-ch-store-no
           end-if.

           move ws-chg-sku-code to prt-ch-sku-code.
           move ws-it-department(ws-found-item-idx) to
               prt-ch-department.
           move ws-chg-new-price to prt-ch-new-price.
           move ws-chg-effective-date to prt-ch-effective-date.
           move ws-chg-units to prt-ch-units.
           move ws-chg-revaluation to prt-ch-revaluation.
           write report-data-line from prt-change-line.

       130-find-item.
           move 0 to ws-found-item-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-item-count
               if (ws-it-sku-code(ws-iterator) = ws-chg-sku-code)
                   then
                   move ws-iterator to ws-found-item-idx
               end-if
           end-perform.

       135-find-store.
           move 0 to ws-found-store-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-count
               if (ws-sm-store-no(ws-iterator) = ws-chg-store-no)
                   then
                   move ws-iterator to ws-found-store-idx
               end-if
           end-perform.

       140-find-store-price.
           move 0 to ws-found-store-price-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-price-count
               if (ws-sp-sku-code(ws-iterator) = ws-chg-sku-code) and
                   (ws-sp-store-no(ws-iterator) = ws-pos-store-no)
                   and (ws-sp-deleted(ws-iterator) = 'n') then
                   move ws-iterator to ws-found-store-price-idx
               end-if
           end-perform.

       145-add-store-price.
           if (ws-store-price-count < 2000) then
               add 1 to ws-store-price-count
               move ws-chg-sku-code to
                   ws-sp-sku-code(ws-store-price-count)
               move ws-chg-store-no to
                   ws-sp-store-no(ws-store-price-count)
               move 'n' to ws-sp-deleted(ws-store-price-count)
               move ws-store-price-count to ws-found-store-price-idx
           else
               display "PRICECHG - STORE PRICE TABLE FULL - "
                   "RUN HALTED"
               move 16 to return-code
               move 16 to ws-rj-return-code
               perform 900-write-run-journal
               goback
           end-if.

       150-revalue-position.

           *> What is on the shelf is revalued from the old price to
           *> the new one - an oversold position has nothing on the
           *> shelf to revalue. A position whose price does not
           *> actually move needs neither a label nor a history
           *> line.
           if (stk-on-hand > 0) then
               move stk-on-hand to ws-pos-units
           else
               move 0 to ws-pos-units
           end-if.
           compute ws-pos-revaluation =
               ws-pos-units * (ws-chg-new-price - ws-pos-old-price).

           if (ws-pos-old-price not = ws-chg-new-price) then
               add ws-pos-units to ws-chg-units
               add ws-pos-revaluation to ws-chg-revaluation
               perform 160-accumulate-revaluation
               perform 170-add-shelf-label

               move ws-chg-sku-code to ph-sku-code
               move ws-pos-store-no to ph-store-no
               move ws-it-department(ws-found-item-idx) to
                   ph-department
               move ws-pos-old-price to ph-old-price
               move ws-chg-new-price to ph-new-price
               move ws-chg-effective-date to ph-effective-date
               move ws-pos-units to ph-units-on-hand
               move ws-pos-revaluation to ph-revaluation-amount
               move ws-run-date to ph-applied-date
               move ws-chg-user-id to ph-user-id
               write price-history-record
           end-if.

       160-accumulate-revaluation.
           move 0 to ws-found-reval-idx.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-reval-count
               if (ws-rv-store-no(ws-inner-iterator) =
                   ws-pos-store-no) and
                   (ws-rv-department(ws-inner-iterator) =
                   ws-it-department(ws-found-item-idx)) then
                   move ws-inner-iterator to ws-found-reval-idx
               end-if
           end-perform.

           if (ws-found-reval-idx = 0) and
               (ws-reval-count < 500) then
               add 1 to ws-reval-count
               move ws-pos-store-no to
                   ws-rv-store-no(ws-reval-count)
               move ws-it-department(ws-found-item-idx) to
                   ws-rv-department(ws-reval-count)
               move ws-reval-count to ws-found-reval-idx
           end-if.

           if (ws-found-reval-idx > 0) then
               add ws-pos-units to ws-rv-units(ws-found-reval-idx)
               if (ws-pos-revaluation < 0) then
                   subtract ws-pos-revaluation from
                       ws-rv-markdown-amount(ws-found-reval-idx)
                   subtract ws-pos-revaluation from
                       ws-total-markdown-amount
               else
                   add ws-pos-revaluation to
                       ws-rv-markup-amount(ws-found-reval-idx)
                   add ws-pos-revaluation to ws-total-markup-amount
               end-if
           end-if.

       170-add-shelf-label.
           if (ws-label-count < 3000) then
               add 1 to ws-label-count
               move ws-pos-store-no to ws-lb-store-no(ws-label-count)
               move ws-chg-sku-code to
                   ws-lb-sku-code(ws-label-count)
               move ws-it-description(ws-found-item-idx) to
                   ws-lb-description(ws-label-count)
               move ws-it-department(ws-found-item-idx) to
                   ws-lb-department(ws-label-count)
               move ws-chg-new-price to
                   ws-lb-new-price(ws-label-count)
               move ws-pos-old-price to
                   ws-lb-old-price(ws-label-count)
               move ws-chg-effective-date to
                   ws-lb-effective-date(ws-label-count)
               move 'n' to ws-lb-written(ws-label-count)
           end-if.

       300-write-shelf-labels.

           *> Grouped by store - each store's labels together, in
           *> the order their changes applied.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-label-count
               if (ws-lb-written(ws-iterator) = 'n') then
                   move ws-lb-store-no(ws-iterator) to
                       ws-current-label-store
                   move 1 to ws-inner-iterator
                   perform varying ws-inner-iterator
                       from ws-iterator
                       by 1
                       until ws-inner-iterator > ws-label-count
                       if (ws-lb-store-no(ws-inner-iterator) =
                           ws-current-label-store) then
                           perform 310-write-one-label
                       end-if
                   end-perform
               end-if
           end-perform.

       310-write-one-label.
           move ws-lb-store-no(ws-inner-iterator) to sl-store-no.
           move ws-lb-sku-code(ws-inner-iterator) to sl-sku-code.
           move ws-lb-description(ws-inner-iterator) to
               sl-description.
           move ws-lb-department(ws-inner-iterator) to
               sl-department.
           move ws-lb-new-price(ws-inner-iterator) to sl-new-price.
           move ws-lb-old-price(ws-inner-iterator) to sl-old-price.
           move ws-lb-effective-date(ws-inner-iterator) to
               sl-effective-date.
           write shelf-label-record.
           move 'y' to ws-lb-written(ws-inner-iterator).
           add 1 to ws-labels-written.

       400-report-revaluation.

           write report-data-line from reval-heading
               after advancing 2 lines.
           write report-data-line from reval-headings
               after advancing 1 line.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-reval-count
               move ws-rv-store-no(ws-iterator) to prt-rv-store-no
               move ws-rv-department(ws-iterator) to
                   prt-rv-department
               move ws-rv-department(ws-iterator) to
                   ws-dm-lookup-department
               move spaces to ws-dm-lookup-category
               perform 405-find-department-name
               move ws-dm-lookup-name to prt-rv-department-name
               move ws-rv-units(ws-iterator) to prt-rv-units
               move ws-rv-markdown-amount(ws-iterator) to
                   prt-rv-markdown-amount
               move ws-rv-markup-amount(ws-iterator) to
                   prt-rv-markup-amount
               compute ws-net-revaluation =
                   ws-rv-markup-amount(ws-iterator) -
                   ws-rv-markdown-amount(ws-iterator)
               move ws-net-revaluation to prt-rv-net-amount
               write report-data-line from prt-reval-line
           end-perform.

       405-find-department-name.

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

       500-rewrite-item-master.

           open output item-master-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-item-count
               move ws-it-record(ws-iterator) to item-master-record
               write item-master-record
           end-perform.
           close item-master-file.

       510-rewrite-store-prices.

           open output store-price-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-store-price-count
               if (ws-sp-deleted(ws-iterator) = 'n') then
                   move ws-sp-sku-code(ws-iterator) to spr-sku-code
                   move ws-sp-store-no(ws-iterator) to spr-store-no
                   move ws-sp-retail-price(ws-iterator) to
                       spr-retail-price
                   move ws-sp-effective-date(ws-iterator) to
                       spr-effective-date
                   write store-price-record
               end-if
           end-perform.
           close store-price-file.

       520-rewrite-price-changes.

           *> Only what is still waiting for its date goes back -
           *> applied changes live on in the history file, and
           *> rejects are on the report to be re-keyed.
           open output price-change-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-change-count
               if (ws-pq-status(ws-iterator) = "P") then
                   move ws-pq-sku-code(ws-iterator) to pcq-sku-code
                   move ws-pq-store-no(ws-iterator) to pcq-store-no
                   move ws-pq-new-price(ws-iterator) to
                       pcq-new-price
                   move ws-pq-effective-date(ws-iterator) to
                       pcq-effective-date
                   move ws-pq-user-id(ws-iterator) to pcq-user-id
                   write price-change-record
               end-if
           end-perform.
           close price-change-file.

       600-totals.

           move ws-changes-read to prt-changes-read.
           move ws-changes-applied to prt-changes-applied.
           move ws-changes-pending to prt-changes-pending.
           move ws-changes-rejected to prt-changes-rejected.
           move ws-labels-written to prt-labels-written.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-total-markdown-amount to
               prt-total-markdown-amount.
           move ws-total-markup-amount to prt-total-markup-amount.
           compute ws-net-revaluation =
               ws-total-markup-amount - ws-total-markdown-amount.
           move ws-net-revaluation to prt-net-revaluation.
           write report-data-line from totals-line2
               after advancing 1 line.

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

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           move ws-rj-this-program to rj-program-id.
           move ws-run-date to rj-business-date.
           move ws-rj-start-date to rj-start-date.
           move ws-rj-start-time to rj-start-time.
           move ws-ts-date to rj-end-date.
           move ws-ts-time-raw(1:6) to rj-end-time.
           move ws-changes-read to rj-records-read.
           move ws-changes-applied to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program PriceChangeProgram.
