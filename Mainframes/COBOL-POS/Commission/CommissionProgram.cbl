       identification division.
       program-id. CommissionProgram.
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
           *> date and silently pay the same commission twice.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> The control record editsProgram wrote for this batch -
           *> read here for its batch sequence number, which keys
           *> this step's run-journal guard and stamps.
           select optional edits-control-file assign to
               '../../../data/edits-control.dat' organization is
               line sequential.

           *> Commission rate table, kept by payroll - one card per
           *> department, optionally per store, with a regular rate
           *> and a big-ticket rate. OPTIONAL - a department with
           *> no card pays no commission.
           select optional commission-rate-file assign to
               '../../../data/commission-rates.dat'
               organization is line sequential.

           select sales-file assign to '../../../data/sales.dat'
               organization is line sequential.

           select returns-file assign to
               '../../../data/returns.dat' organization is line
               sequential.

           *> Keyed copy of the item master, rebuilt each run by
           *> editsProgram - read by key per item line for the
           *> department whose rate applies.
           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           *> The permanent transaction archive
           *> dataSplitAndCountProgram appends every split record
           *> to - a return is traced back through it to the sale
           *> it reverses, and that sale's salesperson.
           select transaction-archive-file assign to
               '../../../data/transaction-archive.dat'
               organization is indexed
               access mode is dynamic
               record key is arch-key.

           *> Permanent commission ledger - one line per item line
           *> commissioned and per return charged back, appended
           *> every run. CommissionStatementProgram reads a pay
           *> period's lines back off it.
           select optional commission-ledger-file assign to
               '../../../data/commission-ledger.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/commission-report.dat'
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

       fd commission-rate-file
           data record is commission-rate-record.

       *> A card with a store number overrides the chain-wide
       *> card (store blank) for its department at that store.
       *> An item line is big-ticket when it carries a serial
       *> number, or when its unit price is at or over the card's
       *> threshold - a zero threshold means serialized units
       *> only.
       01 commission-rate-record.
           05 cr-department                             pic xx.
           05 cr-store-no                               pic xx.
           05 cr-regular-rate                           pic v9999.
           05 cr-big-ticket-rate                        pic v9999.
           05 cr-big-ticket-price                       pic 9(5)v99.

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
           05 sd-to-store-no                            pic xx.
           05 sd-serial-no                              pic x(12).
           05 sd-employee-flag                          pic x.
           05 sd-employee-id                            pic x(5).
           05 sd-tax-exempt-code                        pic x.

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
           05 rd-to-store-no                            pic xx.
           05 rd-serial-no                              pic x(12).
           05 rd-employee-flag                          pic x.
           05 rd-employee-id                            pic x(5).
           05 rd-tax-exempt-code                        pic x.

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

       fd transaction-archive-file
           data record is transaction-archive-record.

       01 transaction-archive-record.
           05 arch-key.
               10 arch-invoice-no                       pic x(9).
               10 arch-line-no                          pic 9(3).
               *> Zero on everything except layaway installments,
               *> which keep one record per business date.
               10 arch-key-date                         pic 9(8).
           05 arch-transaction-image                    pic x(120).
           05 arch-run-date                             pic 9(8).
           05 arch-batch-seq-no                         pic 9(3).

       fd commission-ledger-file
           data record is commission-ledger-record.

       *> A charge-back carries a negative base and commission,
       *> against the salesperson on the original sale, with the
       *> invoice it reverses alongside.
       01 commission-ledger-record.
           05 cl-business-date                          pic 9(8).
           05 cl-batch-seq-no                           pic 9(3).
           05 cl-employee-id                            pic x(5).
           05 cl-store-no                               pic xx.
           05 cl-invoice-no                             pic x(9).
           05 cl-sku-code                               pic x(15).
           05 cl-department                             pic xx.
           *> "R" regular rate, "B" big-ticket rate.
           05 cl-rate-type                              pic x.
           05 cl-base-amount                            pic s9(5)v99.
           05 cl-commission-rate                        pic v9999.
           05 cl-commission-amount                      pic s9(5)v99.
           05 cl-original-invoice-no                    pic x(9).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-sales-eof                                  pic x
           value 'n'.

       01 sw-returns-eof                                pic x
           value 'n'.

       01 sw-rates-eof                                  pic x
           value 'n'.

       01 sw-item-found                                 pic x
           value 'n'.

       01 sw-archive-found                              pic x
           value 'n'.

       01 sw-original-line-found                        pic x
           value 'n'.

       01 sw-archive-scan-done                          pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       01 sw-batch-date-missing                         pic x
           value 'n'.

       *> Which of the business date's batches this run belongs
       *> to - editsProgram assigns it, everyone downstream reads
       *> it off the control record, so intraday batches stack
       *> instead of colliding.
       01 ws-batch-seq-no                               pic 9(3)
           value 0.

       01 ws-rj-this-program                            pic x(30)
           value "COMMISSIONPROGRAM".

       01 sw-run-journal-eof                            pic x
           value 'n'.

       01 sw-prior-clean-run                            pic x
           value 'n'.

       01 ws-rj-return-code                             pic 99
           value 0.

       01 ws-timestamp-work.
           05 ws-ts-date                                pic 9(8).
           05 ws-ts-time-raw                            pic 9(8).

       01 ws-rj-start-stamp.
           05 ws-rj-start-date                          pic 9(8).
           05 ws-rj-start-time                          pic 9(6).

       *> The rate table, loaded whole.
       01 ws-rate-table.
           05 ws-rate-count                             pic 999
               value 0.
           05 ws-rate-entries occurs 300 times
               indexed by ws-rate-idx.
               10 ws-cr-department                      pic xx.
               10 ws-cr-store-no                        pic xx.
               10 ws-cr-regular-rate                    pic v9999.
               10 ws-cr-big-ticket-rate                 pic v9999.
               10 ws-cr-big-ticket-price                pic 9(5)v99.

       01 ws-found-rate-idx                             pic 999
           value 0.

       01 ws-chain-rate-idx                             pic 999
           value 0.

       01 ws-iterator                                   pic 999
           value 1.

       *> The invoice header last read off each file - a staff
       *> purchase, and the invoice a return quotes, are both
       *> stamped on the header.
       01 ws-sale-header.
           05 ws-sh-invoice-no                          pic x(9)
               value spaces.
           05 ws-sh-employee-flag                       pic x
               value space.

       01 ws-return-header.
           05 ws-rh-invoice-no                          pic x(9)
               value spaces.
           05 ws-rh-original-invoice-no                 pic x(9)
               value spaces.

       *> The item line being commissioned or charged back.
       01 ws-commission-line.
           05 ws-ln-employee-id                         pic x(5).
           05 ws-ln-store-no                            pic xx.
           *> The store whose rate card applies - the original
           *> sale's store on a charge-back, so the commission
           *> comes back at the rate it was paid at.
           05 ws-ln-rate-store-no                       pic xx.
           05 ws-ln-invoice-no                          pic x(9).
           05 ws-ln-sku-code                            pic x(15).
           05 ws-ln-amount                              pic 9(5)v99.
           05 ws-ln-unit-price                          pic 9(5)v99.
           05 ws-ln-serial-no                           pic x(12).
           05 ws-ln-original-invoice-no                 pic x(9).
           05 ws-ln-department                          pic xx.
           05 ws-ln-rate-type                           pic x.
           05 ws-ln-commission-rate                     pic v9999.
           05 ws-ln-commission-amount                   pic 9(5)v99.

       *> An archived record, parsed out of its image with the
       *> same layout every split record carries.
       01 ws-archived-line.
           05 ws-al-transaction-code                    pic x.
           05 ws-al-transaction-amount                  pic 9(5)v99.
           05 ws-al-payment-type                        pic xx.
           05 ws-al-store-no                            pic xx.
           05 ws-al-invoice-no                          pic x(9).
           05 ws-al-sku-code                            pic x(15).
           05 ws-al-return-reason-code                  pic x.
           05 ws-al-cashier-id                          pic x(5).
           05 ws-al-transaction-date                    pic 9(8).
           05 ws-al-transaction-time                    pic 9(6).
           05 ws-al-record-type                         pic x.
           05 ws-al-quantity                            pic 9(3).
           05 ws-al-unit-price                          pic 9(5)v99.
           05 ws-al-gift-card-no                        pic x(16).
           05 ws-al-customer-no                         pic x(6).
           05 ws-al-original-invoice-no                 pic x(9).
           05 ws-al-to-store-no                         pic xx.
           05 ws-al-serial-no                           pic x(12).
           05 ws-al-employee-flag                       pic x.
           05 ws-al-employee-id                         pic x(5).
           05 ws-al-tax-exempt-code                     pic x.
           05 filler                                    pic x.

       *> How far a return traced back to its original sale.
       01 ws-trace-status                               pic x
           value space.
           88 ws-trace-found                            value "F".
           88 ws-trace-staff                            value "S".
           88 ws-trace-failed                           value "U".

       01 ws-return-status                              pic x(30)
           value spaces.

       01 ws-counts.
           05 ws-rate-cards-read                        pic 9(4)
               value 0.
           05 ws-rate-cards-rejected                    pic 9(4)
               value 0.
           05 ws-lines-read                             pic 9(6)
               value 0.
           05 ws-lines-commissioned                     pic 9(6)
               value 0.
           05 ws-lines-no-rate                          pic 9(6)
               value 0.
           05 ws-unknown-sku-lines                      pic 9(6)
               value 0.
           05 ws-staff-purchase-lines                   pic 9(6)
               value 0.
           05 ws-returns-charged-back                   pic 9(6)
               value 0.
           05 ws-returns-untraced                       pic 9(6)
               value 0.
           05 ws-ledger-written                         pic 9(6)
               value 0.

       01 ws-amounts.
           05 ws-commission-earned                      pic 9(7)v99
               value 0.
           05 ws-commission-charged-back                pic 9(7)v99
               value 0.
           05 ws-commission-net                         pic s9(7)v99
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(30)
               value spaces.
           05 filler                                    pic x(24)
               value "DAILY SALES COMMISSION -".
           05 filler                                    pic x(16)
               value " BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.
           05 filler                                    pic x(9)
               value "  BATCH: ".
           05 prt-hd-batch-seq-no                       pic 9(3).

       01 no-rates-line.
           05 filler                                    pic x(40)
               value "NO COMMISSION RATES ON FILE - NO COMMISS".
           05 filler                                    pic x(40)
               value "ION EARNED TODAY                        ".

       01 returns-heading1.
           05 filler                                    pic x(40)
               value "RETURNS CHARGED BACK TO THE ORIGINAL SAL".
           05 filler                                    pic x(40)
               value "ESPERSON                                ".

       01 returns-heading2.
           05 filler                                    pic x(7)
               value "INVOICE".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(3)
               value "SKU".
           05 filler                                    pic x(14)
               value spaces.
           05 filler                                    pic x(8)
               value "ORIGINAL".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "EMPL.".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(6)
               value "REFUND".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(4)
               value "RATE".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "CHARGEBACK".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "STATUS".

       01 prt-return-line.
           05 prt-rt-invoice-no                         pic x(9).
           05 filler                                    pic x(3)
               value spaces.
           05 prt-rt-store-no                           pic xx.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-rt-sku-code                           pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rt-original-invoice-no                pic x(9).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rt-employee-id                        pic x(5).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rt-refund-amount                      pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rt-rate                               pic .9999.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rt-commission                         pic zz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-rt-status                             pic x(30).

       01 totals-line1.
           05 filler                                    pic x(11)
               value "Lines Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-lines-read                            pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Commissioned:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-lines-commissioned                    pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "No Rate:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-lines-no-rate                         pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Unknown SKUs:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-unknown-sku-lines                     pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(15)
               value "Staff Purchase:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-staff-purchase-lines                  pic z(5)9.

       01 totals-line2.
           05 filler                                    pic x(21)
               value "Returns Charged Back:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-returns-charged-back                  pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Untraced:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-returns-untraced                      pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Ledger Lines:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ledger-written                        pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(11)
               value "Rate Cards:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rate-cards-read                       pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Rejected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rate-cards-rejected                   pic z(3)9.

       01 totals-line3.
           05 filler                                    pic x(18)
               value "Commission Earned:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-commission-earned                     pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Charged Back:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-commission-charged-back               pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(15)
               value "Net Commission:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-commission-net                        pic
               -z,zzz,zz9.99.

       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this business date
           *> before anything is appended to the ledger.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           open output report-file.
           move ws-run-date to prt-hd-run-date.
           move ws-batch-seq-no to prt-hd-batch-seq-no.
           write report-data-line from report-heading-line.

           perform 050-load-commission-rates.

           open input sales-file, returns-file.
           open input item-master-index-file.
           open input transaction-archive-file.
           open extend commission-ledger-file.

           *> Commission on today's item lines first, then every
           *> return charged back against whoever made the sale.
           perform 100-commission-sales.

           write report-data-line from returns-heading1
               after advancing 2 lines.
           write report-data-line from returns-heading2
               after advancing 1 line.
           perform 200-charge-back-returns.

           close sales-file, returns-file, item-master-index-file,
               transaction-archive-file, commission-ledger-file.

           perform 600-totals.

           *> A return that cannot be traced to a salesperson is a
           *> warning - commission stays paid until someone finds
           *> the sale it came off.
           if (ws-returns-untraced > 0) then
               display "COMMISSN - " ws-returns-untraced
                   " RETURN LINE(S) NOT TRACED TO A SALESPERSON"
               move 4 to return-code
               move 4 to ws-rj-return-code
               perform 900-write-run-journal
               close report-file
               goback
           end-if.

           perform 900-write-run-journal.

           accept return-code.

           close report-file.

           goback.

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
           *> every ledger line it appends.
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

       050-load-commission-rates.

           open input commission-rate-file.
           read commission-rate-file at end
               move "Y" to sw-rates-eof.
           perform until sw-rates-eof = "Y"
               add 1 to ws-rate-cards-read
               *> A half-keyed card is counted and skipped - paying
               *> off it would misstate every salesperson's pay.
               if (cr-department not = spaces) and
                   (cr-regular-rate is numeric) and
                   (cr-big-ticket-rate is numeric) and
                   (cr-big-ticket-price is numeric) then
                   if (ws-rate-count >= 300) then
                       display "COMMISSN - COMMISSION RATE TABLE "
                           "FULL - RUN HALTED"
                       move 16 to return-code
                       move 16 to ws-rj-return-code
                       perform 900-write-run-journal
                       goback
                   end-if
                   add 1 to ws-rate-count
                   move cr-department to
                       ws-cr-department(ws-rate-count)
                   move cr-store-no to ws-cr-store-no(ws-rate-count)
                   move cr-regular-rate to
                       ws-cr-regular-rate(ws-rate-count)
                   move cr-big-ticket-rate to
                       ws-cr-big-ticket-rate(ws-rate-count)
                   move cr-big-ticket-price to
                       ws-cr-big-ticket-price(ws-rate-count)
               else
                   add 1 to ws-rate-cards-rejected
               end-if
               read commission-rate-file at end
                   move "Y" to sw-rates-eof
           end-perform.
           close commission-rate-file.

           if (ws-rate-count = 0) then
               write report-data-line from no-rates-line
                   after advancing 1 line
           end-if.

       100-commission-sales.

           *> Sales and layaways both - the salesperson is the
           *> cashier who rang the invoice. Coupon lines belong to
           *> the invoice, not to any one department, and pay
           *> nothing either way.
           read sales-file at end move "Y" to sw-sales-eof.
           perform until sw-sales-eof = "Y"

               if (sd-header-record) then
                   move sd-invoice-no to ws-sh-invoice-no
                   move sd-employee-flag to ws-sh-employee-flag
               end-if

               if (sd-detail-record) then
                   add 1 to ws-lines-read
                   *> Nobody earns commission on their own staff
                   *> purchase.
                   if (sd-employee-flag = "E") or
                       ((sd-invoice-no = ws-sh-invoice-no) and
                       (ws-sh-employee-flag = "E")) then
                       add 1 to ws-staff-purchase-lines
                   else
                       move sd-cashier-id to ws-ln-employee-id
                       move sd-store-no to ws-ln-store-no
                       move sd-store-no to ws-ln-rate-store-no
                       move sd-invoice-no to ws-ln-invoice-no
                       move sd-sku-code to ws-ln-sku-code
                       move sd-transaction-amount to ws-ln-amount
                       move sd-unit-price to ws-ln-unit-price
                       move sd-serial-no to ws-ln-serial-no
                       move spaces to ws-ln-original-invoice-no
                       perform 150-commission-line
                   end-if
               end-if

           read sales-file at end move "Y" to sw-sales-eof
           end-perform.

       150-commission-line.

           perform 160-price-line.

           evaluate true
           when sw-item-found = "n"
               add 1 to ws-unknown-sku-lines
           when ws-found-rate-idx = 0
               add 1 to ws-lines-no-rate
           when other
               add 1 to ws-lines-commissioned
               add ws-ln-commission-amount to ws-commission-earned
               perform 170-write-ledger-line
           end-evaluate.

       160-price-line.

           move 0 to ws-found-rate-idx.
           move 0 to ws-ln-commission-rate.
           move 0 to ws-ln-commission-amount.
           move spaces to ws-ln-department.
           move spaces to ws-ln-rate-type.

           move ws-ln-sku-code to imx-sku-code.
           read item-master-index-file
               invalid key move "n" to sw-item-found
               not invalid key move "y" to sw-item-found
           end-read.

           if (sw-item-found = "y") then
               move imx-department to ws-ln-department
               perform 165-find-rate
           end-if.

           *> A serialized unit is big-ticket whatever it sold for;
           *> anything else is big-ticket at or over its card's
           *> price threshold.
           if (ws-found-rate-idx > 0) then
               if (ws-ln-serial-no not = spaces) or
                   ((ws-cr-big-ticket-price(ws-found-rate-idx) > 0)
                   and (ws-ln-unit-price >=
                   ws-cr-big-ticket-price(ws-found-rate-idx))) then
                   move "B" to ws-ln-rate-type
                   move ws-cr-big-ticket-rate(ws-found-rate-idx) to
                       ws-ln-commission-rate
               else
                   move "R" to ws-ln-rate-type
                   move ws-cr-regular-rate(ws-found-rate-idx) to
                       ws-ln-commission-rate
               end-if
               compute ws-ln-commission-amount rounded =
                   ws-ln-amount * ws-ln-commission-rate
           end-if.

       165-find-rate.

           *> The store's own card for the department wins over the
           *> chain-wide one.
           move 0 to ws-found-rate-idx.
           move 0 to ws-chain-rate-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-rate-count
               if (ws-cr-department(ws-iterator) =
                   ws-ln-department) then
                   if (ws-cr-store-no(ws-iterator) =
                       ws-ln-rate-store-no) then
                       move ws-iterator to ws-found-rate-idx
                   end-if
                   if (ws-cr-store-no(ws-iterator) = spaces) then
                       move ws-iterator to ws-chain-rate-idx
                   end-if
               end-if
           end-perform.

           if (ws-found-rate-idx = 0) then
               move ws-chain-rate-idx to ws-found-rate-idx
           end-if.

       170-write-ledger-line.

           move ws-run-date to cl-business-date.
           move ws-batch-seq-no to cl-batch-seq-no.
           move ws-ln-employee-id to cl-employee-id.
           move ws-ln-store-no to cl-store-no.
           move ws-ln-invoice-no to cl-invoice-no.
           move ws-ln-sku-code to cl-sku-code.
           move ws-ln-department to cl-department.
           move ws-ln-rate-type to cl-rate-type.
           move ws-ln-commission-rate to cl-commission-rate.
           move ws-ln-original-invoice-no to cl-original-invoice-no.

           *> A charge-back goes on the ledger negative, so a pay
           *> period's lines simply add up to what is owed.
           if (ws-ln-original-invoice-no = spaces) then
               move ws-ln-amount to cl-base-amount
               move ws-ln-commission-amount to cl-commission-amount
           else
               compute cl-base-amount = 0 - ws-ln-amount
               compute cl-commission-amount =
                   0 - ws-ln-commission-amount
           end-if.

           write commission-ledger-record.
           add 1 to ws-ledger-written.

       200-charge-back-returns.

           read returns-file at end move "Y" to sw-returns-eof.
           perform until sw-returns-eof = "Y"

               if (rd-header-record) then
                   move rd-invoice-no to ws-rh-invoice-no
                   move rd-original-invoice-no to
                       ws-rh-original-invoice-no
               end-if

               if (rd-detail-record) then
                   add 1 to ws-lines-read
                   move rd-store-no to ws-ln-store-no
                   move rd-invoice-no to ws-ln-invoice-no
                   move rd-sku-code to ws-ln-sku-code
                   move rd-transaction-amount to ws-ln-amount
                   move rd-unit-price to ws-ln-unit-price
                   move rd-serial-no to ws-ln-serial-no
                   move rd-original-invoice-no to
                       ws-ln-original-invoice-no
                   if (ws-ln-original-invoice-no = spaces) and
                       (rd-invoice-no = ws-rh-invoice-no) then
                       move ws-rh-original-invoice-no to
                           ws-ln-original-invoice-no
                   end-if
                   perform 210-trace-original-sale
                   perform 230-charge-back-line
               end-if

           read returns-file at end move "Y" to sw-returns-eof
           end-perform.

       210-trace-original-sale.

           *> The return quotes the invoice it reverses - the
           *> archived header of that invoice names the cashier
           *> who made the sale, and the commission comes back off
           *> them, not off whoever took the return.
           move spaces to ws-ln-employee-id.
           move spaces to ws-return-status.
           move "U" to ws-trace-status.

           if (ws-ln-original-invoice-no = spaces) then
               move "NO ORIGINAL INVOICE QUOTED" to ws-return-status
           else
               move ws-ln-original-invoice-no to arch-invoice-no
               move 0 to arch-line-no
               move 0 to arch-key-date
               read transaction-archive-file
                   invalid key move "n" to sw-archive-found
                   not invalid key move "y" to sw-archive-found
               end-read
               if (sw-archive-found = "n") then
                   move "NO ORIGINAL SALE ON ARCHIVE" to
                       ws-return-status
               else
                   move arch-transaction-image to ws-archived-line
                   evaluate true
                   when ws-al-transaction-code = "R"
                       move "ORIGINAL IS NOT A SALE" to
                           ws-return-status
                   when ws-al-employee-flag = "E"
                       *> No commission was paid on a staff
                       *> purchase, so there is none to take back.
                       move "S" to ws-trace-status
                       move "ORIGINAL WAS A STAFF PURCHASE" to
                           ws-return-status
                   when other
                       move "F" to ws-trace-status
                       move ws-al-cashier-id to ws-ln-employee-id
                       move ws-al-store-no to ws-ln-rate-store-no
                       perform 215-find-original-line
                   end-evaluate
               end-if
           end-if.

       215-find-original-line.

           *> The original item line for the same SKU decides
           *> big-ticket or regular the way it did on the day it
           *> sold - its serial and unit price, not the return's.
           *> Not found, the return's own line stands in for it.
           move 'n' to sw-original-line-found.
           move 'n' to sw-archive-scan-done.
           move ws-ln-original-invoice-no to arch-invoice-no.
           move 1 to arch-line-no.
           move 0 to arch-key-date.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move 'y' to sw-archive-scan-done
           end-start.

           perform until sw-archive-scan-done = 'y'
               read transaction-archive-file next record
                   at end move 'y' to sw-archive-scan-done
               end-read
               if (sw-archive-scan-done = 'n') then
                   if (arch-invoice-no not =
                       ws-ln-original-invoice-no) then
                       move 'y' to sw-archive-scan-done
                   else
                       move arch-transaction-image to
                           ws-archived-line
                       if (ws-al-record-type = "D") and
                           (ws-al-sku-code = ws-ln-sku-code) then
                           move 'y' to sw-original-line-found
                           move 'y' to sw-archive-scan-done
                           move ws-al-unit-price to ws-ln-unit-price
                           move ws-al-serial-no to ws-ln-serial-no
                       end-if
                   end-if
               end-if
           end-perform.

       230-charge-back-line.

           if (ws-trace-found) then
               perform 160-price-line
               evaluate true
               when sw-item-found = "n"
                   add 1 to ws-unknown-sku-lines
                   move "UNKNOWN SKU - NOT CHARGED" to
                       ws-return-status
               when ws-found-rate-idx = 0
                   add 1 to ws-lines-no-rate
                   move "NO COMMISSION RATE" to ws-return-status
               when other
                   add 1 to ws-returns-charged-back
                   add ws-ln-commission-amount to
                       ws-commission-charged-back
                   perform 170-write-ledger-line
                   move "CHARGED BACK" to ws-return-status
               end-evaluate
           else
               move 0 to ws-ln-commission-rate
               move 0 to ws-ln-commission-amount
               if (ws-trace-failed) then
                   add 1 to ws-returns-untraced
               end-if
           end-if.

           perform 240-print-return-line.

       240-print-return-line.

           move ws-ln-invoice-no to prt-rt-invoice-no.
           move ws-ln-store-no to prt-rt-store-no.
           move ws-ln-sku-code to prt-rt-sku-code.
           move ws-ln-original-invoice-no to
               prt-rt-original-invoice-no.
           move ws-ln-employee-id to prt-rt-employee-id.
           move ws-ln-amount to prt-rt-refund-amount.
           move ws-ln-commission-rate to prt-rt-rate.
           move ws-ln-commission-amount to prt-rt-commission.
           move ws-return-status to prt-rt-status.
           write report-data-line from prt-return-line.

       600-totals.

           compute ws-commission-net =
               ws-commission-earned - ws-commission-charged-back.

           move ws-lines-read to prt-lines-read.
           move ws-lines-commissioned to prt-lines-commissioned.
           move ws-lines-no-rate to prt-lines-no-rate.
           move ws-unknown-sku-lines to prt-unknown-sku-lines.
           move ws-staff-purchase-lines to prt-staff-purchase-lines.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-returns-charged-back to prt-returns-charged-back.
           move ws-returns-untraced to prt-returns-untraced.
           move ws-ledger-written to prt-ledger-written.
           move ws-rate-cards-read to prt-rate-cards-read.
           move ws-rate-cards-rejected to prt-rate-cards-rejected.
           write report-data-line from totals-line2
               after advancing 1 line.

           move ws-commission-earned to prt-commission-earned.
           move ws-commission-charged-back to
               prt-commission-charged-back.
           move ws-commission-net to prt-commission-net.
           write report-data-line from totals-line3
               after advancing 1 line.

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
           move ws-ledger-written to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program CommissionProgram.
