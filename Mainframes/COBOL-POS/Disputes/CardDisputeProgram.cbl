       identification division.
       program-id. CardDisputeProgram.
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
           *> date.
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

           *> The card processor's dispute notices, delivered
           *> overnight - a new chargeback, the processor's receipt
           *> of our representment, or its final decision, one
           *> record per case per notice. OPTIONAL, since most
           *> nights nobody disputes anything.
           select optional processor-dispute-file assign to
               '../../../data/processor-disputes.dat'
               organization is line sequential.

           *> The permanent dispute case ledger - every case from
           *> the processor's first notice until it is won or lost,
           *> loaded whole and written back whole the same way the
           *> RTV claim ledger is.
           select optional dispute-case-file assign to
               '../../../data/dispute-cases.dat'
               organization is line sequential.

           *> The permanent transaction archive
           *> dataSplitAndCountProgram appends every split record
           *> to - a card tender's authorization reference rides on
           *> its archived header or tender line, and leads the
           *> case back to the invoice, its items and its cashier.
           select transaction-archive-file assign to
               '../../../data/transaction-archive.dat'
               organization is indexed
               access mode is dynamic
               record key is arch-key.

           *> The GL journal extract dataSplitAndCountProgram wrote
           *> for this batch - a lost dispute's write-off is
           *> appended to it, so accounting loads it with the rest
           *> of the day's postings.
           select optional gl-journal-file assign to
               '../../../data/gl-journal.out' organization is
               line sequential.

           *> One case file per newly matched dispute - the
           *> invoice as the archive holds it, for the
           *> representment package.
           select case-file-file assign to
               '../../../data/dispute-case-files.out'
               organization is line sequential.

           select report-file assign to
               '../../../data/dispute-report.dat'
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

       fd processor-dispute-file
           data record is processor-dispute-record.

       *> "N" a new chargeback, "R" the processor has our
       *> representment, "W" decided in our favour, "L" decided
       *> against us. The response due date rides on a new case
       *> (zero takes the standard window) and on a
       *> representment (the date the decision is due).
       01 processor-dispute-record.
           05 pd-case-no                                pic x(12).
           05 pd-action                                 pic x.
               88 pd-new-case                           value "N".
               88 pd-represented                        value "R".
               88 pd-won                                value "W".
               88 pd-lost                               value "L".
           05 pd-action-date                            pic 9(8).
           05 pd-store-no                               pic xx.
           05 pd-tender-type                            pic xx.
           05 pd-auth-ref                               pic x(12).
           05 pd-transaction-date                       pic 9(8).
           05 pd-dispute-amount                         pic 9(5)v99.
           05 pd-reason-code                            pic x(4).
           05 pd-due-date                               pic 9(8).

       fd dispute-case-file
           data record is dispute-case-record.

       01 dispute-case-record.
           05 dc-case-no                                pic x(12).
           05 dc-store-no                               pic xx.
           05 dc-tender-type                            pic xx.
           05 dc-auth-ref                               pic x(12).
           05 dc-transaction-date                       pic 9(8).
           05 dc-reason-code                            pic x(4).
           05 dc-dispute-amount                         pic 9(5)v99.
           05 dc-notice-date                            pic 9(8).
           *> Representment due while the case is open; the
           *> processor's decision date once we have represented.
           05 dc-due-date                               pic 9(8).
           *> "O" open, "R" represented and awaiting decision,
           *> "W" won, "L" lost and written off.
           05 dc-status                                 pic x.
               88 dc-open                               value "O".
               88 dc-represented                        value "R".
               88 dc-won                                value "W".
               88 dc-lost                               value "L".
           05 dc-status-date                            pic 9(8).
           *> What the archive says the card paid for - blank
           *> until the authorization reference is found.
           05 dc-invoice-no                             pic x(9).
           05 dc-cashier-id                             pic x(5).
           05 dc-customer-no                            pic x(6).
           05 dc-charged-amount                         pic 9(5)v99.
           05 dc-item-lines                             pic 9(3).
           05 dc-serial-lines                           pic 9(3).
           05 dc-written-off-amount                     pic 9(5)v99.
           *> The business date and batch the loss went to the GL
           *> under - the write-off is journalled again by any
           *> rerun of that batch, since SPLIT rebuilds the GL
           *> journal, but never by another batch of the date.
           05 dc-written-off-date                       pic 9(8).
           05 dc-written-off-batch-seq                  pic 9(3).

       fd transaction-archive-file
           data record is transaction-archive-record.

       01 transaction-archive-record.
           05 arch-key.
               10 arch-invoice-no                       pic x(9).
               10 arch-line-no                          pic 9(3).
               10 arch-key-date                         pic 9(8).
           05 arch-transaction-image                    pic x(120).
           05 arch-run-date                             pic 9(8).
           05 arch-batch-seq-no                         pic 9(3).

       fd gl-journal-file
           data record is gl-journal-line.

       01 gl-journal-line                               pic x(120).

       fd case-file-file
           data record is case-file-data-line.

       01 case-file-data-line                           pic x(120).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-notice-eof                                 pic x
           value 'n'.

       01 sw-ledger-eof                                 pic x
           value 'n'.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-archive-eof                                pic x
           value 'n'.

       01 sw-invoice-done                               pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       01 sw-batch-date-missing                         pic x
           value 'n'.

       *> Which of the business date's batches this run belongs
       *> to - editsProgram assigns it, everyone downstream reads
       *> it off the control record.
       01 ws-batch-seq-no                               pic 9(3)
           value 0.

       01 ws-rj-this-program                            pic x(30)
           value "CARDDISPUTEPROGRAM".

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

       *> The parameter card's value, re-shaped per target field.
       01 ws-param-days                                 pic 999.
       01 ws-param-days-x redefines ws-param-days       pic x(3).

       *> Days the processor allows for representment when its
       *> notice names no due date, how close to the due date an
       *> open case is flagged, and how long a decided case stays
       *> on the ledger so a late duplicate notice still finds it.
       01 ws-response-days                              pic 999
           value 20.
       01 ws-due-warn-days                              pic 999
           value 5.
       01 ws-closed-retention-days                      pic 999
           value 90.

       *> The expense account a lost dispute is written off to,
       *> against the tender account the sale originally went
       *> into. There is no chart-of-accounts master, so the
       *> default is compiled and system-params.dat overrides it.
       01 ws-gl-chargeback-account                      pic x(6)
           value "600300".
       01 ws-gl-tender-account                          pic x(6).

       *> The case ledger, loaded whole and written back whole.
       01 ws-case-table.
           05 ws-case-count                             pic 9(4)
               value 0.
           05 ws-case-entries occurs 3000 times
               indexed by ws-case-idx.
               10 ws-dc-case-no                         pic x(12).
               10 ws-dc-store-no                        pic xx.
               10 ws-dc-tender-type                     pic xx.
               10 ws-dc-auth-ref                        pic x(12).
               10 ws-dc-transaction-date                pic 9(8).
               10 ws-dc-reason-code                     pic x(4).
               10 ws-dc-dispute-amount                  pic 9(5)v99.
               10 ws-dc-notice-date                     pic 9(8).
               10 ws-dc-due-date                        pic 9(8).
               10 ws-dc-status                          pic x.
               10 ws-dc-status-date                     pic 9(8).
               10 ws-dc-invoice-no                      pic x(9).
               10 ws-dc-cashier-id                      pic x(5).
               10 ws-dc-customer-no                     pic x(6).
               10 ws-dc-charged-amount                  pic 9(5)v99.
               10 ws-dc-item-lines                      pic 9(3).
               10 ws-dc-serial-lines                    pic 9(3).
               10 ws-dc-written-off-amount              pic 9(5)v99.
               10 ws-dc-written-off-date                pic 9(8).
               10 ws-dc-written-off-batch-seq           pic 9(3).
               *> Set for a case still looking for its invoice,
               *> and for one this run found it for.
               10 ws-dc-match-needed                    pic x.
               10 ws-dc-newly-matched                   pic x.

       01 ws-found-case-idx                             pic 9(4)
           value 0.

       01 ws-unmatched-count                            pic 9(4)
           value 0.

       *> An archived record, parsed out of its image with the
       *> same layout every split record carries. On a card
       *> tender's header or tender line the serial columns hold
       *> the authorization reference.
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
           05 ws-al-auth-ref redefines ws-al-serial-no  pic x(12).
           05 ws-al-employee-flag                       pic x.
           05 ws-al-employee-id                         pic x(5).
           05 ws-al-tax-exempt-code                     pic x.
           05 filler                                    pic x.

       *> Open cases by store, aged off the processor's notice.
       01 ws-aging-table.
           05 ws-aging-count                            pic 99
               value 0.
           05 ws-aging-entries occurs 50 times
               indexed by ws-aging-idx.
               10 ws-ag-store-no                        pic xx.
               10 ws-ag-case-count                      pic 9(4).
               10 ws-ag-current                         pic 9(7)v99.
               10 ws-ag-30                              pic 9(7)v99.
               10 ws-ag-60                              pic 9(7)v99.
               10 ws-ag-90                              pic 9(7)v99.

       01 ws-found-aging-idx                            pic 99
           value 0.

       01 ws-iterator                                   pic 9(4)
           value 1.

       01 ws-inner-iterator                             pic 9(4)
           value 1.

       01 ws-case-fields.
           05 ws-action-date                            pic 9(8)
               value 0.
           05 ws-write-off-amount                       pic 9(5)v99
               value 0.
           05 ws-run-date-integer                       pic 9(7)
               value 0.
           05 ws-item-date-integer                      pic 9(7)
               value 0.
           05 ws-item-age-days                          pic 9(5)
               value 0.
           05 ws-days-to-due                            pic s9(5)
               value 0.
           05 ws-notice-result                          pic x(24)
               value spaces.

       01 ws-counts.
           05 ws-notices-read                           pic 9(5)
               value 0.
           05 ws-cases-opened                           pic 9(4)
               value 0.
           05 ws-cases-represented                      pic 9(4)
               value 0.
           05 ws-cases-won                              pic 9(4)
               value 0.
           05 ws-cases-lost                             pic 9(4)
               value 0.
           05 ws-notices-rejected                       pic 9(4)
               value 0.
           05 ws-notices-repeated                       pic 9(4)
               value 0.
           05 ws-cases-matched                          pic 9(4)
               value 0.
           05 ws-cases-not-matched                      pic 9(4)
               value 0.
           05 ws-cases-open                             pic 9(4)
               value 0.
           05 ws-cases-past-due                         pic 9(4)
               value 0.
           05 ws-cases-due-soon                         pic 9(4)
               value 0.
           05 ws-cases-purged                           pic 9(4)
               value 0.
           05 ws-archive-read                           pic 9(7)
               value 0.
           05 ws-total-written-off                      pic 9(7)v99
               value 0.
           05 ws-total-open-amount                      pic 9(7)v99
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(30)
               value spaces.
           05 filler                                    pic x(24)
               value "CARD DISPUTE CASES -".
           05 filler                                    pic x(16)
               value " BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.
           05 filler                                    pic x(9)
               value "  BATCH: ".
           05 prt-hd-batch-seq-no                       pic 9(3).

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(16)
               value " Response days: ".
           05 prt-param-response-days                   pic zz9.
           05 filler                                    pic x(13)
               value "  Warn days: ".
           05 prt-param-warn-days                       pic zz9.
           05 filler                                    pic x(18)
               value "  Retention days: ".
           05 prt-param-retention-days                  pic zz9.
           05 filler                                    pic x(15)
               value "  GL write-off:".
           05 prt-param-gl-chargeback                   pic x(6).

       01 notices-heading.
           05 filler                                    pic x(30)
               value "PROCESSOR DISPUTE NOTICES".

       01 notices-headings.
           05 filler                                    pic x(12)
               value "CASE NO".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(3)
               value "ACT".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(3)
               value "TND".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(12)
               value "AUTH REF".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(4)
               value "RSN".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(6)
               value "AMOUNT".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "RESULT".

       01 prt-notice-line.
           05 prt-nt-case-no                            pic x(12).
           05 filler                                    pic x(3)
               value spaces.
           05 prt-nt-action                             pic x.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-nt-store-no                           pic xx.
           05 filler                                    pic x(5)
               value spaces.
           05 prt-nt-tender-type                        pic xx.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-nt-auth-ref                           pic x(12).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-nt-reason-code                        pic x(4).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-nt-amount                             pic zz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-nt-result                             pic x(24).

       01 matched-heading.
           05 filler                                    pic x(40)
               value "CASES TRACED THROUGH THE TRANSACTION ARC".
           05 filler                                    pic x(5)
               value "HIVE".

       01 matched-headings.
           05 filler                                    pic x(12)
               value "CASE NO".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(9)
               value "INVOICE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(10)
               value "SALE DATE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(7)
               value "CASHIER".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "CUSTOMER".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(7)
               value "CHARGED".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(5)
               value "ITEMS".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(7)
               value "SERIALS".

       01 prt-matched-line.
           05 prt-mt-case-no                            pic x(12).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-mt-invoice-no                         pic x(9).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-mt-sale-date                          pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-mt-cashier-id                         pic x(5).
           05 filler                                    pic x(4)
               value spaces.
           05 prt-mt-customer-no                        pic x(6).
           05 filler                                    pic x(3)
               value spaces.
           05 prt-mt-charged-amount                     pic zz,zz9.99.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-mt-item-lines                         pic zz9.
           05 filler                                    pic x(6)
               value spaces.
           05 prt-mt-serial-lines                       pic zz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-mt-note                               pic x(20).

       01 open-cases-heading.
           05 filler                                    pic x(30)
               value "OPEN DISPUTE CASES".

       01 open-cases-headings.
           05 filler                                    pic x(12)
               value "CASE NO".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(9)
               value "INVOICE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(7)
               value "CASHIER".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(6)
               value "AMOUNT".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(10)
               value "NOTICE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(10)
               value "DUE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(4)
               value "DAYS".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "STATUS".

       01 prt-open-case-line.
           05 prt-oc-case-no                            pic x(12).
           05 filler                                    pic x(4)
               value spaces.
           05 prt-oc-store-no                           pic xx.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-oc-invoice-no                         pic x(9).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-oc-cashier-id                         pic x(5).
           05 filler                                    pic x(3)
               value spaces.
           05 prt-oc-amount                             pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-oc-notice-date                        pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-oc-due-date                           pic 9999/99/99.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-oc-days-to-due                        pic -zzz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-oc-status                             pic x(24).

       01 aging-heading.
           05 filler                                    pic x(40)
               value "OPEN CASES AGED BY STORE - DAYS SINCE NO".
           05 filler                                    pic x(5)
               value "TICE".

       01 aging-headings.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(5)
               value "CASES".
           05 filler                                    pic x(6)
               value spaces.
           05 filler                                    pic x(7)
               value "CURRENT".
           05 filler                                    pic x(9)
               value spaces.
           05 filler                                    pic x(5)
               value "30-59".
           05 filler                                    pic x(9)
               value spaces.
           05 filler                                    pic x(5)
               value "60-89".
           05 filler                                    pic x(11)
               value spaces.
           05 filler                                    pic x(3)
               value "90+".

       01 prt-aging-line.
           05 prt-ag-store-no                           pic xx.
           05 filler                                    pic x(5)
               value spaces.
           05 prt-ag-case-count                         pic z(3)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ag-current                            pic
               z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ag-30                                 pic
               z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ag-60                                 pic
               z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ag-90                                 pic
               z,zzz,zz9.99.

       01 totals-line1.
           05 filler                                    pic x(13)
               value "Notices Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-notices-read                          pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "Opened:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-opened                          pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Represented:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-represented                     pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(4)
               value "Won:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-won                             pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "Lost:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-lost                            pic z(3)9.

       01 totals-line2.
           05 filler                                    pic x(9)
               value "Rejected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-notices-rejected                      pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Repeated:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-notices-repeated                      pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Matched:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-matched                         pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Not Matched:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-not-matched                     pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "Purged:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-purged                          pic z(3)9.

       01 totals-line3.
           05 filler                                    pic x(11)
               value "Open Cases:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-open                            pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Past Due:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cases-past-due                        pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Open Amount:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-open-amount                     pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Written Off:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-written-off                     pic
               z,zzz,zz9.99.

       *> The case file - one per newly matched case.
       01 case-heading-line1.
           05 filler                                    pic x(22)
               value "CHARGEBACK CASE FILE  ".
           05 prt-cf-case-no                            pic x(12).
           05 filler                                    pic x(10)
               value "  NOTICE ".
           05 prt-cf-notice-date                        pic 9999/99/99.
           05 filler                                    pic x(14)
               value "  RESPOND BY ".
           05 prt-cf-due-date                           pic 9999/99/99.

       01 case-heading-line2.
           05 filler                                    pic x(6)
               value "STORE ".
           05 prt-cf-store-no                           pic xx.
           05 filler                                    pic x(10)
               value "  TENDER ".
           05 prt-cf-tender-type                        pic xx.
           05 filler                                    pic x(12)
               value "  AUTH REF ".
           05 prt-cf-auth-ref                           pic x(12).
           05 filler                                    pic x(12)
               value "  DISPUTED ".
           05 prt-cf-dispute-amount                     pic zz,zz9.99.
           05 filler                                    pic x(10)
               value "  REASON ".
           05 prt-cf-reason-code                        pic x(4).

       01 case-heading-line3.
           05 filler                                    pic x(8)
               value "INVOICE ".
           05 prt-cf-invoice-no                         pic x(9).
           05 filler                                    pic x(8)
               value "  CODE ".
           05 prt-cf-transaction-code                   pic x.
           05 filler                                    pic x(8)
               value "  DATE ".
           05 prt-cf-sale-date                          pic 9999/99/99.
           05 filler                                    pic x(8)
               value "  TIME ".
           05 prt-cf-sale-time                          pic 99b99b99.
           05 filler                                    pic x(11)
               value "  CASHIER ".
           05 prt-cf-cashier-id                         pic x(5).
           05 filler                                    pic x(12)
               value "  CUSTOMER ".
           05 prt-cf-customer-no                        pic x(6).

       01 case-heading-line4.
           05 filler                                    pic x(15)
               value "INVOICE TOTAL ".
           05 prt-cf-invoice-amount                     pic zz,zz9.99.
           05 filler                                    pic x(16)
               value "  CARD CHARGED ".
           05 prt-cf-charged-amount                     pic zz,zz9.99.

       01 case-item-headings.
           05 filler                                    pic x(4)
               value "LINE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(15)
               value "SKU / TENDER".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(3)
               value "QTY".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(5)
               value "PRICE".
           05 filler                                    pic x(6)
               value spaces.
           05 filler                                    pic x(6)
               value "AMOUNT".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(21)
               value "SERIAL NO / AUTH REF".

       01 case-item-line.
           05 prt-ci-line-no                            pic zz9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-ci-sku-code                           pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ci-quantity                           pic zz9.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-ci-unit-price                         pic zz,zz9.99.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-ci-amount                             pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ci-serial-no                          pic x(12).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ci-note                               pic x(16).

       *> A write-off in dataSplitAndCountProgram's journal
       *> layout - the store and tender the sale went in under,
       *> the expense debited and the tender account credited.
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


       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this business date
           *> before anything is appended to the GL journal.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           perform 035-load-system-params.

           open output report-file, case-file-file.
           move ws-run-date to prt-hd-run-date.
           move ws-batch-seq-no to prt-hd-batch-seq-no.
           write report-data-line from report-heading-line.

           move ws-response-days to prt-param-response-days.
           move ws-due-warn-days to prt-param-warn-days.
           move ws-closed-retention-days to prt-param-retention-days.
           move ws-gl-chargeback-account to prt-param-gl-chargeback.
           write report-data-line from ws-params-line1.

           compute ws-run-date-integer =
               function integer-of-date(ws-run-date).

           perform 060-load-case-ledger.

           *> The processor's notices first - new cases onto the
           *> ledger, decided cases closed, and a lost one written
           *> off to the GL.
           perform 100-apply-notices.
           open extend gl-journal-file.
           perform 160-journal-write-offs.
           close gl-journal-file.

           *> Every case still without an invoice is looked for in
           *> the archive by its authorization reference, and each
           *> one found gets its case file.
           open input transaction-archive-file.
           perform 200-match-cases.
           close transaction-archive-file.

           *> What is still in dispute, against its deadline, aged.
           perform 400-age-open-cases.

           perform 500-rewrite-case-ledger.

           perform 600-totals.

           *> A notice that could not be applied, or an open case
           *> past its representment deadline, is money about to
           *> be lost by default - a warning, not a failed run.
           if (ws-notices-rejected > 0) or (ws-cases-past-due > 0)
               then
               display "DISPUTES - " ws-notices-rejected
                   " NOTICE(S) REJECTED, " ws-cases-past-due
                   " CASE(S) PAST DUE"
               move 4 to return-code
               move 4 to ws-rj-return-code
               perform 900-write-run-journal
               close report-file, case-file-file
               goback
           end-if.

           perform 900-write-run-journal.

           accept return-code.

           close report-file, case-file-file.

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
               when "DISPUTE-RESPONSE-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) and
                       (ws-param-days > 0) then
                       move ws-param-days to ws-response-days
                   end-if
               when "DISPUTE-WARN-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) then
                       move ws-param-days to ws-due-warn-days
                   end-if
               when "DISPUTE-RETAIN-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) then
                       move ws-param-days to
                           ws-closed-retention-days
                   end-if
               when "GL-CHARGEBACK-ACCT"
                   if (sp-param-value(1:6) not = spaces) then
                       move sp-param-value(1:6) to
                           ws-gl-chargeback-account
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

       060-load-case-ledger.

           open input dispute-case-file.
           read dispute-case-file at end
               move "Y" to sw-ledger-eof.
           perform until sw-ledger-eof = "Y"
               if (ws-case-count >= 3000) then
                   *> A ledger past the table would lose cases on
                   *> the rewrite - each is money in dispute, so it
                   *> is a halt, not a warning.
                   display "DISPUTES - CASE LEDGER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-case-count
               move dc-case-no to ws-dc-case-no(ws-case-count)
               move dc-store-no to ws-dc-store-no(ws-case-count)
               move dc-tender-type to
                   ws-dc-tender-type(ws-case-count)
               move dc-auth-ref to ws-dc-auth-ref(ws-case-count)
               move dc-transaction-date to
                   ws-dc-transaction-date(ws-case-count)
               move dc-reason-code to
                   ws-dc-reason-code(ws-case-count)
               move dc-dispute-amount to
                   ws-dc-dispute-amount(ws-case-count)
               move dc-notice-date to
                   ws-dc-notice-date(ws-case-count)
               move dc-due-date to ws-dc-due-date(ws-case-count)
               move dc-status to ws-dc-status(ws-case-count)
               move dc-status-date to
                   ws-dc-status-date(ws-case-count)
               move dc-invoice-no to ws-dc-invoice-no(ws-case-count)
               move dc-cashier-id to ws-dc-cashier-id(ws-case-count)
               move dc-customer-no to
                   ws-dc-customer-no(ws-case-count)
               move dc-charged-amount to
                   ws-dc-charged-amount(ws-case-count)
               move dc-item-lines to ws-dc-item-lines(ws-case-count)
               move dc-serial-lines to
                   ws-dc-serial-lines(ws-case-count)
               move dc-written-off-amount to
                   ws-dc-written-off-amount(ws-case-count)
               if (dc-written-off-date is numeric) then
                   move dc-written-off-date to
                       ws-dc-written-off-date(ws-case-count)
               else
                   move 0 to ws-dc-written-off-date(ws-case-count)
               end-if
               if (dc-written-off-batch-seq is numeric) then
                   move dc-written-off-batch-seq to
                       ws-dc-written-off-batch-seq(ws-case-count)
               else
                   move 0 to
                       ws-dc-written-off-batch-seq(ws-case-count)
               end-if
               move 'n' to ws-dc-match-needed(ws-case-count)
               move 'n' to ws-dc-newly-matched(ws-case-count)
               read dispute-case-file at end
                   move "Y" to sw-ledger-eof
           end-perform.
           close dispute-case-file.

       100-apply-notices.

           write report-data-line from notices-heading
               after advancing 2 lines.
           write report-data-line from notices-headings.

           open input processor-dispute-file.
           read processor-dispute-file at end
               move "Y" to sw-notice-eof.
           perform until sw-notice-eof = "Y"
               add 1 to ws-notices-read
               perform 110-apply-one-notice
               read processor-dispute-file at end
                   move "Y" to sw-notice-eof
           end-perform.
           close processor-dispute-file.

       110-apply-one-notice.

           *> The processor's own date on the notice, else today.
           if (pd-action-date is numeric) and
               (pd-action-date > 19000101) and
               (pd-action-date not > ws-run-date) then
               move pd-action-date to ws-action-date
           else
               move ws-run-date to ws-action-date
           end-if.

           perform 130-find-case.
           move spaces to ws-notice-result.

           *> A night's file fed twice (a second batch the same
           *> day) repeats notices already applied - a repeat is
           *> listed and changes nothing, so the rerun is harmless.
           evaluate true
           when pd-new-case
               if (ws-found-case-idx > 0) then
                   add 1 to ws-notices-repeated
                   move "ALREADY ON FILE" to ws-notice-result
               else
                   perform 120-open-case
               end-if
           when pd-represented or pd-won or pd-lost
               if (ws-found-case-idx = 0) then
                   add 1 to ws-notices-rejected
                   move "CASE NOT ON FILE" to ws-notice-result
               else
                   perform 140-decide-case
               end-if
           when other
               add 1 to ws-notices-rejected
               move "INVALID ACTION" to ws-notice-result
           end-evaluate.

           perform 150-print-notice.

       120-open-case.

           *> A chargeback is only traceable with the processor's
           *> reference to the card authorization, against a card
           *> tender, for a real amount.
           if (pd-case-no = spaces) or (pd-auth-ref = spaces) or
               (pd-store-no = spaces) or
               (pd-tender-type not = "CR" and
               pd-tender-type not = "DB" and
               pd-tender-type not = "MW") or
               (pd-dispute-amount not numeric) or
               (pd-dispute-amount = 0) then
               add 1 to ws-notices-rejected
               move "INCOMPLETE NOTICE" to ws-notice-result
           else
               if (ws-case-count >= 3000) then
                   display "DISPUTES - CASE LEDGER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if

               add 1 to ws-cases-opened
               add 1 to ws-case-count
               move pd-case-no to ws-dc-case-no(ws-case-count)
               move pd-store-no to ws-dc-store-no(ws-case-count)
               move pd-tender-type to
                   ws-dc-tender-type(ws-case-count)
               move pd-auth-ref to ws-dc-auth-ref(ws-case-count)
               if (pd-transaction-date is numeric) then
                   move pd-transaction-date to
                       ws-dc-transaction-date(ws-case-count)
               else
                   move 0 to ws-dc-transaction-date(ws-case-count)
               end-if
               move pd-reason-code to
                   ws-dc-reason-code(ws-case-count)
               move pd-dispute-amount to
                   ws-dc-dispute-amount(ws-case-count)
               move ws-action-date to
                   ws-dc-notice-date(ws-case-count)

               *> The processor's deadline when it names one, else
               *> the standard response window from the notice.
               if (pd-due-date is numeric) and
                   (pd-due-date > 19000101) then
                   move pd-due-date to ws-dc-due-date(ws-case-count)
               else
                   compute ws-item-date-integer =
                       function integer-of-date(ws-action-date) +
                       ws-response-days
                   compute ws-dc-due-date(ws-case-count) =
                       function date-of-integer
                       (ws-item-date-integer)
               end-if

               move "O" to ws-dc-status(ws-case-count)
               move ws-action-date to
                   ws-dc-status-date(ws-case-count)
               move spaces to ws-dc-invoice-no(ws-case-count)
               move spaces to ws-dc-cashier-id(ws-case-count)
               move spaces to ws-dc-customer-no(ws-case-count)
               move 0 to ws-dc-charged-amount(ws-case-count)
               move 0 to ws-dc-item-lines(ws-case-count)
               move 0 to ws-dc-serial-lines(ws-case-count)
               move 0 to ws-dc-written-off-amount(ws-case-count)
               move 0 to ws-dc-written-off-date(ws-case-count)
               move 0 to ws-dc-written-off-batch-seq(ws-case-count)
               move 'n' to ws-dc-match-needed(ws-case-count)
               move 'n' to ws-dc-newly-matched(ws-case-count)
               move "CASE OPENED" to ws-notice-result
           end-if.

       130-find-case.

           move 0 to ws-found-case-idx.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-case-count
               if (ws-dc-case-no(ws-inner-iterator) = pd-case-no)
                   then
                   move ws-inner-iterator to ws-found-case-idx
               end-if
           end-perform.

       140-decide-case.

           *> The same notice again changes nothing; a decided case
           *> cannot be reopened or decided the other way.
           if (ws-dc-status(ws-found-case-idx) = pd-action) then
               add 1 to ws-notices-repeated
               move "ALREADY APPLIED" to ws-notice-result
           else
               if (ws-dc-status(ws-found-case-idx) = "W") or
                   (ws-dc-status(ws-found-case-idx) = "L") then
                   add 1 to ws-notices-rejected
                   move "CASE ALREADY DECIDED" to ws-notice-result
               else
                   evaluate true
                   when pd-represented
                       perform 142-represent-case
                   when pd-won
                       add 1 to ws-cases-won
                       move "W" to ws-dc-status(ws-found-case-idx)
                       move ws-action-date to
                           ws-dc-status-date(ws-found-case-idx)
                       move "CASE WON" to ws-notice-result
                   when pd-lost
                       perform 145-write-off-case
                   end-evaluate
               end-if
           end-if.

       142-represent-case.

           *> Once we have represented, the date that matters is
           *> when the processor's decision is due.
           if (ws-dc-status(ws-found-case-idx) = "R") then
               add 1 to ws-notices-repeated
               move "ALREADY APPLIED" to ws-notice-result
           else
               add 1 to ws-cases-represented
               move "R" to ws-dc-status(ws-found-case-idx)
               move ws-action-date to
                   ws-dc-status-date(ws-found-case-idx)
               if (pd-due-date is numeric) and
                   (pd-due-date > 19000101) then
                   move pd-due-date to
                       ws-dc-due-date(ws-found-case-idx)
               end-if
               move "REPRESENTED" to ws-notice-result
           end-if.

       145-write-off-case.

           *> The processor may decide for part of the disputed
           *> amount - its figure on the notice stands when it
           *> gives one, the disputed amount when it does not.
           if (pd-dispute-amount is numeric) and
               (pd-dispute-amount > 0) then
               move pd-dispute-amount to ws-write-off-amount
           else
               move ws-dc-dispute-amount(ws-found-case-idx) to
                   ws-write-off-amount
           end-if.

           add 1 to ws-cases-lost.
           move "L" to ws-dc-status(ws-found-case-idx).
           move ws-action-date to
               ws-dc-status-date(ws-found-case-idx).
           move ws-write-off-amount to
               ws-dc-written-off-amount(ws-found-case-idx).
           move ws-run-date to
               ws-dc-written-off-date(ws-found-case-idx).
           move ws-batch-seq-no to
               ws-dc-written-off-batch-seq(ws-found-case-idx).

           move "LOST - WRITTEN OFF" to ws-notice-result.

       160-journal-write-offs.

           *> Every loss booked for this business date and batch
           *> goes to the GL - including one a backed-out batch
           *> booked before, whose notice now reads as already
           *> applied, since the corrected feed reruns under the
           *> same batch number. An earlier batch of the same date
           *> already journalled its own.
           move 1 to ws-found-case-idx.
           perform varying ws-found-case-idx
               from 1
               by 1
               until ws-found-case-idx > ws-case-count
               if (ws-dc-status(ws-found-case-idx) = "L") and
                   (ws-dc-written-off-date(ws-found-case-idx) =
                   ws-run-date) and
                   (ws-dc-written-off-batch-seq(ws-found-case-idx) =
                   ws-batch-seq-no) then
                   add ws-dc-written-off-amount(ws-found-case-idx)
                       to ws-total-written-off
                   perform 280-find-tender-gl-account
                   move ws-dc-store-no(ws-found-case-idx) to
                       gl-store-no
                   move ws-dc-tender-type(ws-found-case-idx) to
                       gl-tender-type
                   move ws-gl-chargeback-account to gl-debit-account
                   move ws-dc-written-off-amount(ws-found-case-idx)
                       to gl-debit-amount
                   move ws-gl-tender-account to gl-credit-account
                   move ws-dc-written-off-amount(ws-found-case-idx)
                       to gl-credit-amount
                   write gl-journal-line from gl-detail-line
               end-if
           end-perform.

       150-print-notice.

           move pd-case-no to prt-nt-case-no.
           move pd-action to prt-nt-action.
           move pd-store-no to prt-nt-store-no.
           move pd-tender-type to prt-nt-tender-type.
           move pd-auth-ref to prt-nt-auth-ref.
           move pd-reason-code to prt-nt-reason-code.
           if (pd-dispute-amount is numeric) then
               move pd-dispute-amount to prt-nt-amount
           else
               move 0 to prt-nt-amount
           end-if.
           move ws-notice-result to prt-nt-result.
           write report-data-line from prt-notice-line.

       200-match-cases.

           write report-data-line from matched-heading
               after advancing 2 lines.
           write report-data-line from matched-headings.

           *> Still looking: any case with no invoice that is open,
           *> or was decided only today.
           move 0 to ws-unmatched-count.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-case-count
               if (ws-dc-invoice-no(ws-iterator) = spaces) and
                   ((ws-dc-status(ws-iterator) = "O") or
                   (ws-dc-status(ws-iterator) = "R") or
                   (ws-dc-status-date(ws-iterator) = ws-run-date))
                   then
                   move 'y' to ws-dc-match-needed(ws-iterator)
                   add 1 to ws-unmatched-count
               end-if
           end-perform.

           *> One pass of the archive serves every case - a
           *> reference is only ever on a card tender's header or
           *> tender line, so nothing else is compared.
           if (ws-unmatched-count > 0) then
               perform 210-scan-archive
           end-if.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-case-count
               if (ws-dc-newly-matched(ws-iterator) = 'y') then
                   add 1 to ws-cases-matched
                   perform 250-write-case-file
                   move spaces to prt-mt-note
                   perform 240-print-matched-case
               else
                   if (ws-dc-match-needed(ws-iterator) = 'y') then
                       add 1 to ws-cases-not-matched
                       move "NOT ON ARCHIVE" to prt-mt-note
                       perform 240-print-matched-case
                   end-if
               end-if
           end-perform.

       210-scan-archive.

           move 'n' to sw-archive-eof.
           move low-values to arch-key.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move "Y" to sw-archive-eof
           end-start.
           if (sw-archive-eof not = "Y") then
               perform 215-read-next-archive
           end-if.
           perform until sw-archive-eof = "Y"
               move arch-transaction-image to ws-archived-line
               if (ws-al-record-type = "H" or
                   ws-al-record-type = "P") and
                   (ws-al-payment-type = "CR" or
                   ws-al-payment-type = "DB" or
                   ws-al-payment-type = "MW") and
                   (ws-al-auth-ref not = spaces) and
                   (ws-al-transaction-code = "S" or
                   ws-al-transaction-code = "L" or
                   ws-al-transaction-code = "X" or
                   ws-al-transaction-code = "G") then
                   perform 220-match-archived-tender
               end-if
               perform 215-read-next-archive
           end-perform.

       215-read-next-archive.

           read transaction-archive-file next record
               at end move "Y" to sw-archive-eof
               not at end add 1 to ws-archive-read
           end-read.

       220-match-archived-tender.

           *> Only a charge can be charged back - a refund's own
           *> authorization is never what the processor quotes.
           *> The sale date, when the notice gave one, must agree
           *> too, since a processor's references repeat in time.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-case-count
               if (ws-dc-match-needed(ws-inner-iterator) = 'y') and
                   (ws-dc-auth-ref(ws-inner-iterator) =
                   ws-al-auth-ref) and
                   (ws-dc-store-no(ws-inner-iterator) =
                   ws-al-store-no) and
                   (ws-dc-tender-type(ws-inner-iterator) =
                   ws-al-payment-type) and
                   ((ws-dc-transaction-date(ws-inner-iterator) = 0)
                   or (ws-dc-transaction-date(ws-inner-iterator) =
                   ws-al-transaction-date)) then
                   move 'n' to ws-dc-match-needed(ws-inner-iterator)
                   move 'y' to
                       ws-dc-newly-matched(ws-inner-iterator)
                   move ws-al-invoice-no to
                       ws-dc-invoice-no(ws-inner-iterator)
                   move ws-al-transaction-date to
                       ws-dc-transaction-date(ws-inner-iterator)
                   move ws-al-cashier-id to
                       ws-dc-cashier-id(ws-inner-iterator)
                   move ws-al-transaction-amount to
                       ws-dc-charged-amount(ws-inner-iterator)
               end-if
           end-perform.

       240-print-matched-case.

           move ws-dc-case-no(ws-iterator) to prt-mt-case-no.
           move ws-dc-invoice-no(ws-iterator) to prt-mt-invoice-no.
           move ws-dc-transaction-date(ws-iterator) to
               prt-mt-sale-date.
           move ws-dc-cashier-id(ws-iterator) to prt-mt-cashier-id.
           move ws-dc-customer-no(ws-iterator) to
               prt-mt-customer-no.
           move ws-dc-charged-amount(ws-iterator) to
               prt-mt-charged-amount.
           move ws-dc-item-lines(ws-iterator) to prt-mt-item-lines.
           move ws-dc-serial-lines(ws-iterator) to
               prt-mt-serial-lines.
           if (prt-mt-note = spaces) and
               (ws-dc-dispute-amount(ws-iterator) >
               ws-dc-charged-amount(ws-iterator)) then
               move "DISPUTE OVER CHARGE" to prt-mt-note
           end-if.
           write report-data-line from prt-matched-line.

       250-write-case-file.

           move ws-dc-case-no(ws-iterator) to prt-cf-case-no.
           move ws-dc-notice-date(ws-iterator) to
               prt-cf-notice-date.
           move ws-dc-due-date(ws-iterator) to prt-cf-due-date.
           move ws-dc-store-no(ws-iterator) to prt-cf-store-no.
           move ws-dc-tender-type(ws-iterator) to
               prt-cf-tender-type.
           move ws-dc-auth-ref(ws-iterator) to prt-cf-auth-ref.
           move ws-dc-dispute-amount(ws-iterator) to
               prt-cf-dispute-amount.
           move ws-dc-reason-code(ws-iterator) to
               prt-cf-reason-code.
           write case-file-data-line from case-heading-line1
               after advancing page.
           write case-file-data-line from case-heading-line2.

           *> Every archived line of the invoice - the header for
           *> who rang it and for whom, the item lines with their
           *> serial numbers, the tenders with their references. A
           *> layaway's payments all sit under its one invoice.
           move 0 to ws-dc-item-lines(ws-iterator).
           move 0 to ws-dc-serial-lines(ws-iterator).
           move 'n' to sw-invoice-done.
           move ws-dc-invoice-no(ws-iterator) to arch-invoice-no.
           move 0 to arch-line-no.
           move 0 to arch-key-date.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move 'y' to sw-invoice-done
           end-start.
           perform until sw-invoice-done = 'y'
               read transaction-archive-file next record
                   at end move 'y' to sw-invoice-done
               end-read
               if (sw-invoice-done = 'n') then
                   if (arch-invoice-no not =
                       ws-dc-invoice-no(ws-iterator)) then
                       move 'y' to sw-invoice-done
                   else
                       move arch-transaction-image to
                           ws-archived-line
                       perform 260-print-archived-line
                   end-if
               end-if
           end-perform.

       260-print-archived-line.

           evaluate ws-al-record-type
           when "H"
               move ws-al-cashier-id to ws-dc-cashier-id(ws-iterator)
               move ws-al-customer-no to
                   ws-dc-customer-no(ws-iterator)
               move ws-al-invoice-no to prt-cf-invoice-no
               move ws-al-transaction-code to
                   prt-cf-transaction-code
               move ws-al-transaction-date to prt-cf-sale-date
               move ws-al-transaction-time to prt-cf-sale-time
               move ws-al-cashier-id to prt-cf-cashier-id
               move ws-al-customer-no to prt-cf-customer-no
               move ws-al-transaction-amount to
                   prt-cf-invoice-amount
               move ws-dc-charged-amount(ws-iterator) to
                   prt-cf-charged-amount
               write case-file-data-line from case-heading-line3
                   after advancing 2 lines
               write case-file-data-line from case-heading-line4
               write case-file-data-line from case-item-headings
                   after advancing 2 lines
           when "D"
               add 1 to ws-dc-item-lines(ws-iterator)
               if (ws-al-serial-no not = spaces) then
                   add 1 to ws-dc-serial-lines(ws-iterator)
               end-if
               move arch-line-no to prt-ci-line-no
               move ws-al-sku-code to prt-ci-sku-code
               move ws-al-quantity to prt-ci-quantity
               move ws-al-unit-price to prt-ci-unit-price
               move ws-al-transaction-amount to prt-ci-amount
               move ws-al-serial-no to prt-ci-serial-no
               move spaces to prt-ci-note
               write case-file-data-line from case-item-line
           when "P"
               move arch-line-no to prt-ci-line-no
               move spaces to prt-ci-sku-code
               move ws-al-payment-type to prt-ci-sku-code(1:2)
               move 0 to prt-ci-quantity
               move 0 to prt-ci-unit-price
               move ws-al-transaction-amount to prt-ci-amount
               move ws-al-auth-ref to prt-ci-serial-no
               move "TENDER" to prt-ci-note
               write case-file-data-line from case-item-line
           when "C"
               move arch-line-no to prt-ci-line-no
               move ws-al-sku-code to prt-ci-sku-code
               move 0 to prt-ci-quantity
               move 0 to prt-ci-unit-price
               move ws-al-transaction-amount to prt-ci-amount
               move spaces to prt-ci-serial-no
               move "COUPON" to prt-ci-note
               write case-file-data-line from case-item-line
           end-evaluate.

       280-find-tender-gl-account.

           *> The same tender accounts dataSplitAndCountProgram
           *> posts the sale to.
           evaluate ws-dc-tender-type(ws-found-case-idx)
           when "CR"
               move "100200" to ws-gl-tender-account
           when "DB"
               move "100300" to ws-gl-tender-account
           when "MW"
               move "100500" to ws-gl-tender-account
           when other
               move "100999" to ws-gl-tender-account
           end-evaluate.

       400-age-open-cases.

           write report-data-line from open-cases-heading
               after advancing 2 lines.
           write report-data-line from open-cases-headings.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-case-count
               if (ws-dc-status(ws-iterator) = "O") or
                   (ws-dc-status(ws-iterator) = "R") then
                   perform 410-list-open-case
                   perform 420-age-one-case
               end-if
           end-perform.

           write report-data-line from aging-heading
               after advancing 2 lines.
           write report-data-line from aging-headings.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-aging-count
               move ws-ag-store-no(ws-iterator) to prt-ag-store-no
               move ws-ag-case-count(ws-iterator) to
                   prt-ag-case-count
               move ws-ag-current(ws-iterator) to prt-ag-current
               move ws-ag-30(ws-iterator) to prt-ag-30
               move ws-ag-60(ws-iterator) to prt-ag-60
               move ws-ag-90(ws-iterator) to prt-ag-90
               write report-data-line from prt-aging-line
           end-perform.

       410-list-open-case.

           add 1 to ws-cases-open.
           add ws-dc-dispute-amount(ws-iterator) to
               ws-total-open-amount.

           *> Days left to the deadline - negative once it has
           *> gone by. A due date the calendar cannot place counts
           *> as already past rather than hiding as current.
           if (ws-dc-due-date(ws-iterator) is numeric) and
               (ws-dc-due-date(ws-iterator) > 19000101) then
               compute ws-item-date-integer =
                   function integer-of-date
                   (ws-dc-due-date(ws-iterator))
               compute ws-days-to-due =
                   ws-item-date-integer - ws-run-date-integer
           else
               move -1 to ws-days-to-due
           end-if.

           *> An open case past its deadline is lost by default
           *> unless somebody represents it now; a represented one
           *> is only waiting on the processor.
           evaluate true
           when ws-dc-status(ws-iterator) = "R"
               move "REPRESENTED" to prt-oc-status
           when ws-days-to-due < 0
               add 1 to ws-cases-past-due
               move "** PAST DUE **" to prt-oc-status
           when ws-days-to-due <= ws-due-warn-days
               add 1 to ws-cases-due-soon
               move "DUE SOON" to prt-oc-status
           when other
               move "OPEN" to prt-oc-status
           end-evaluate.
           if (ws-dc-invoice-no(ws-iterator) = spaces) then
               move "UNMATCHED" to prt-oc-status(16:9)
           end-if.

           move ws-dc-case-no(ws-iterator) to prt-oc-case-no.
           move ws-dc-store-no(ws-iterator) to prt-oc-store-no.
           move ws-dc-invoice-no(ws-iterator) to prt-oc-invoice-no.
           move ws-dc-cashier-id(ws-iterator) to prt-oc-cashier-id.
           move ws-dc-dispute-amount(ws-iterator) to prt-oc-amount.
           move ws-dc-notice-date(ws-iterator) to
               prt-oc-notice-date.
           move ws-dc-due-date(ws-iterator) to prt-oc-due-date.
           move ws-days-to-due to prt-oc-days-to-due.
           write report-data-line from prt-open-case-line.

       420-age-one-case.

           move 0 to ws-found-aging-idx.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-aging-count
               if (ws-ag-store-no(ws-inner-iterator) =
                   ws-dc-store-no(ws-iterator)) then
                   move ws-inner-iterator to ws-found-aging-idx
               end-if
           end-perform.

           if (ws-found-aging-idx = 0) then
               if (ws-aging-count >= 50) then
                   display "DISPUTES - AGING TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-aging-count
               move ws-dc-store-no(ws-iterator) to
                   ws-ag-store-no(ws-aging-count)
               move 0 to ws-ag-case-count(ws-aging-count)
               move 0 to ws-ag-current(ws-aging-count)
               move 0 to ws-ag-30(ws-aging-count)
               move 0 to ws-ag-60(ws-aging-count)
               move 0 to ws-ag-90(ws-aging-count)
               move ws-aging-count to ws-found-aging-idx
           end-if.

           add 1 to ws-ag-case-count(ws-found-aging-idx).

           if (ws-dc-notice-date(ws-iterator) is numeric) and
               (ws-dc-notice-date(ws-iterator) > 19000101) then
               compute ws-item-date-integer =
                   function integer-of-date
                   (ws-dc-notice-date(ws-iterator))
               compute ws-item-age-days =
                   ws-run-date-integer - ws-item-date-integer
           else
               move 99999 to ws-item-age-days
           end-if.

           evaluate true
           when ws-item-age-days < 30
               add ws-dc-dispute-amount(ws-iterator) to
                   ws-ag-current(ws-found-aging-idx)
           when ws-item-age-days < 60
               add ws-dc-dispute-amount(ws-iterator) to
                   ws-ag-30(ws-found-aging-idx)
           when ws-item-age-days < 90
               add ws-dc-dispute-amount(ws-iterator) to
                   ws-ag-60(ws-found-aging-idx)
           when other
               add ws-dc-dispute-amount(ws-iterator) to
                   ws-ag-90(ws-found-aging-idx)
           end-evaluate.

       500-rewrite-case-ledger.

           open output dispute-case-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-case-count
               *> A decided case ages off once it is past the
               *> retention window.
               move 0 to ws-item-age-days
               if (ws-dc-status(ws-iterator) = "W" or
                   ws-dc-status(ws-iterator) = "L") and
                   (ws-dc-status-date(ws-iterator) is numeric) and
                   (ws-dc-status-date(ws-iterator) > 19000101) then
                   compute ws-item-date-integer =
                       function integer-of-date
                       (ws-dc-status-date(ws-iterator))
                   compute ws-item-age-days =
                       ws-run-date-integer - ws-item-date-integer
               end-if
               if (ws-dc-status(ws-iterator) = "W" or
                   ws-dc-status(ws-iterator) = "L") and
                   (ws-item-age-days > ws-closed-retention-days)
                   then
                   add 1 to ws-cases-purged
               else
                   move ws-dc-case-no(ws-iterator) to dc-case-no
                   move ws-dc-store-no(ws-iterator) to dc-store-no
                   move ws-dc-tender-type(ws-iterator) to
                       dc-tender-type
                   move ws-dc-auth-ref(ws-iterator) to dc-auth-ref
                   move ws-dc-transaction-date(ws-iterator) to
                       dc-transaction-date
                   move ws-dc-reason-code(ws-iterator) to
                       dc-reason-code
                   move ws-dc-dispute-amount(ws-iterator) to
                       dc-dispute-amount
                   move ws-dc-notice-date(ws-iterator) to
                       dc-notice-date
                   move ws-dc-due-date(ws-iterator) to dc-due-date
                   move ws-dc-status(ws-iterator) to dc-status
                   move ws-dc-status-date(ws-iterator) to
                       dc-status-date
                   move ws-dc-invoice-no(ws-iterator) to
                       dc-invoice-no
                   move ws-dc-cashier-id(ws-iterator) to
                       dc-cashier-id
                   move ws-dc-customer-no(ws-iterator) to
                       dc-customer-no
                   move ws-dc-charged-amount(ws-iterator) to
                       dc-charged-amount
                   move ws-dc-item-lines(ws-iterator) to
                       dc-item-lines
                   move ws-dc-serial-lines(ws-iterator) to
                       dc-serial-lines
                   move ws-dc-written-off-amount(ws-iterator) to
                       dc-written-off-amount
                   move ws-dc-written-off-date(ws-iterator) to
                       dc-written-off-date
                   move ws-dc-written-off-batch-seq(ws-iterator) to
                       dc-written-off-batch-seq
                   write dispute-case-record
               end-if
           end-perform.
           close dispute-case-file.

       600-totals.

           move ws-notices-read to prt-notices-read.
           move ws-cases-opened to prt-cases-opened.
           move ws-cases-represented to prt-cases-represented.
           move ws-cases-won to prt-cases-won.
           move ws-cases-lost to prt-cases-lost.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-notices-rejected to prt-notices-rejected.
           move ws-notices-repeated to prt-notices-repeated.
           move ws-cases-matched to prt-cases-matched.
           move ws-cases-not-matched to prt-cases-not-matched.
           move ws-cases-purged to prt-cases-purged.
           write report-data-line from totals-line2.

           move ws-cases-open to prt-cases-open.
           move ws-cases-past-due to prt-cases-past-due.
           move ws-total-open-amount to prt-total-open-amount.
           move ws-total-written-off to prt-total-written-off.
           write report-data-line from totals-line3.

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
           *> completed cleanly, and running it again would write
           *> its write-offs to the GL twice.
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
           move ws-notices-read to rj-records-read.
           move ws-case-count to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program CardDisputeProgram.

