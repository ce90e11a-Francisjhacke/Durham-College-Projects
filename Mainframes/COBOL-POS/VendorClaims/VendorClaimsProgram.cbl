       identification division.
       program-id. VendorClaimsProgram.
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

           *> Today's defective returns, one line per returned item,
           *> written by ReturnsProcessingProgram's disposition
           *> routing - rolled into the permanent ledger below.
           select optional vendor-claims-file assign to
               '../../../data/vendor-claims.dat' organization is
               line sequential.

           *> The permanent return-to-vendor claim ledger - every
           *> claim from the day it is rolled in until the vendor's
           *> credits settle it, loaded whole and written back
           *> whole the same way the in-transit file is.
           select optional claim-ledger-file assign to
               '../../../data/rtv-claim-ledger.dat' organization is
               line sequential.

           *> Last claim and RTV shipment numbers handed out, so
           *> numbering carries on across runs even after settled
           *> claims age off the ledger.
           select optional claim-control-file assign to
               '../../../data/rtv-control.dat' organization is line
               sequential.

           *> Vendor credit memos keyed by accounts payable - each
           *> one quotes the claim, or the RTV shipment, or just the
           *> vendor it pays against. OPTIONAL, since most days no
           *> vendor pays anything.
           select optional vendor-credit-file assign to
               '../../../data/vendor-credits.dat' organization is
               line sequential.

           *> Each SKU's primary vendor, kept by
           *> MasterMaintenanceProgram - a claim is owed by the
           *> vendor that supplies its SKU.
           select optional vendor-master-file assign to
               '../../../data/vendor-master.dat'
               organization is line sequential.

           *> The stock-on-hand subledger - a defective return went
           *> back on the shelf count when the customer brought it
           *> in, and comes off it here when it ships to the vendor.
           select stock-master-file assign to
               '../../../data/stock-master.dat'
               organization is indexed
               access mode is dynamic
               record key is stk-key.

           *> Keyed copy of the item master, rebuilt each run by
           *> editsProgram - the standard cost a claim is valued at
           *> when its stock position carries no average cost.
           select item-master-index-file assign to
               '../../../data/item-master-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is imx-sku-code.

           *> The dock's ship confirmations - one record per RTV
           *> document as the carrier takes the box away. OPTIONAL,
           *> since some days nothing is picked up. Until its
           *> confirmation comes back a document's goods are still
           *> in the back room and still on the stock master.
           select optional ship-confirm-file assign to
               '../../../data/rtv-ship-confirm.dat' organization is
               line sequential.

           *> One shipping document per vendor per store, to go in
           *> the box with the goods.
           select shipping-file assign to
               '../../../data/rtv-shipping.out'
               organization is line sequential.

           select report-file assign to
               '../../../data/rtv-claims-report.dat'
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

       fd vendor-claims-file
           data record is vendor-claim-record.

       01 vendor-claim-record.
           05 vc-store-no                               pic xx.
           05 vc-invoice-no                             pic x(9).
           05 vc-sku-code                               pic x(15).
           05 vc-description                            pic x(20).
           05 vc-department                             pic xx.
           05 vc-quantity                               pic 9(3).
           05 vc-extended-amount                        pic 9(5)v99.
           05 vc-transaction-date                       pic 9(8).

       fd claim-ledger-file
           data record is claim-ledger-record.

       01 claim-ledger-record.
           05 cl-claim-no                               pic 9(8).
           05 cl-vendor-no                              pic x(6).
           05 cl-store-no                               pic xx.
           05 cl-invoice-no                             pic x(9).
           05 cl-sku-code                               pic x(15).
           05 cl-description                            pic x(20).
           05 cl-quantity                               pic 9(3).
           *> What the customer was refunded, and what the vendor
           *> owes - the goods at cost.
           05 cl-retail-amount                          pic 9(5)v99.
           05 cl-claim-amount                           pic 9(7)v99.
           05 cl-credited-amount                        pic 9(7)v99.
           05 cl-claim-date                             pic 9(8).
           05 cl-rtv-number                             pic 9(8).
           05 cl-ship-date                              pic 9(8).
           05 cl-closed-date                            pic 9(8).
           *> "O" awaiting shipment, "P" on an RTV document and
           *> awaiting the dock's ship confirmation, "S" shipped and
           *> awaiting the vendor's credit, "C" credited in full.
           05 cl-status                                 pic x.
               88 cl-awaiting-shipment                  value "O".
               88 cl-awaiting-confirmation              value "P".
               88 cl-shipped                            value "S".
               88 cl-closed                             value "C".

       fd claim-control-file
           data record is claim-control-record.

       01 claim-control-record.
           05 cc-last-claim-no                          pic 9(8).
           05 cc-last-rtv-number                        pic 9(8).

       fd vendor-credit-file
           data record is vendor-credit-record.

       01 vendor-credit-record.
           05 cm-vendor-no                              pic x(6).
           05 cm-memo-no                                pic x(10).
           05 cm-memo-date                              pic 9(8).
           *> Either reference may be blank - a memo quoting
           *> neither pays down the vendor's oldest claims first.
           05 cm-claim-no                               pic x(8).
           05 cm-rtv-number                             pic x(8).
           05 cm-amount                                 pic 9(7)v99.

       fd vendor-master-file
           data record is vendor-master-record.

       01 vendor-master-record.
           05 vm-sku-code                               pic x(15).
           05 vm-vendor-no                              pic x(6).
           05 vm-vendor-name                            pic x(20).
           05 vm-vendor-item-no                         pic x(15).
           05 vm-pack-size                              pic 9(4).
           05 vm-lead-days                              pic 9(3).

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

       fd ship-confirm-file
           data record is ship-confirm-record.

       01 ship-confirm-record.
           05 sc-rtv-number                             pic x(8).
           05 sc-ship-date                              pic x(8).

       fd shipping-file
           data record is shipping-data-line.

       01 shipping-data-line                            pic x(120).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-claims-eof                                 pic x
           value 'n'.

       01 sw-ledger-eof                                 pic x
           value 'n'.

       01 sw-credit-eof                                 pic x
           value 'n'.

       01 sw-vendor-master-eof                          pic x
           value 'n'.

       01 sw-confirm-eof                                pic x
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
           value "VENDORCLAIMSPROGRAM".

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


       01 ws-stock-key-found                            pic x
           value 'n'.

       01 sw-item-found                                 pic x
           value 'n'.

       *> The claim ledger, loaded whole and written back whole.
       01 ws-claim-table.
           05 ws-claim-count                            pic 9(4)
               value 0.
           05 ws-claim-entries occurs 2000 times
               indexed by ws-claim-idx.
               10 ws-cl-claim-no                        pic 9(8).
               10 ws-cl-vendor-no                       pic x(6).
               10 ws-cl-store-no                        pic xx.
               10 ws-cl-invoice-no                      pic x(9).
               10 ws-cl-sku-code                        pic x(15).
               10 ws-cl-description                     pic x(20).
               10 ws-cl-quantity                        pic 9(3).
               10 ws-cl-retail-amount                   pic 9(5)v99.
               10 ws-cl-claim-amount                    pic 9(7)v99.
               10 ws-cl-credited-amount                 pic 9(7)v99.
               10 ws-cl-claim-date                      pic 9(8).
               10 ws-cl-rtv-number                      pic 9(8).
               10 ws-cl-ship-date                       pic 9(8).
               10 ws-cl-closed-date                     pic 9(8).
               10 ws-cl-status                          pic x.

       *> The vendor master, loaded whole - one entry per SKU.
       01 ws-vendor-table.
           05 ws-vendor-count                           pic 9(4)
               value 0.
           05 ws-vendor-entries occurs 2000 times
               indexed by ws-vendor-idx.
               10 ws-vn-sku-code                        pic x(15).
               10 ws-vn-vendor-no                       pic x(6).
               10 ws-vn-vendor-name                     pic x(20).
               10 ws-vn-vendor-item-no                  pic x(15).

       01 ws-found-vendor-idx                           pic 9(4)
           value 0.

       01 ws-lookup-sku-code                            pic x(15)
           value spaces.

       *> Open claim balances by vendor, aged off the ship date.
       01 ws-aging-table.
           05 ws-aging-count                            pic 999
               value 0.
           05 ws-aging-entries occurs 500 times
               indexed by ws-aging-idx.
               10 ws-ag-vendor-no                       pic x(6).
               10 ws-ag-current                         pic 9(7)v99.
               10 ws-ag-30                              pic 9(7)v99.
               10 ws-ag-60                              pic 9(7)v99.
               10 ws-ag-90                              pic 9(7)v99.
               10 ws-ag-unshipped                       pic 9(7)v99.

       01 ws-found-aging-idx                            pic 999
           value 0.

       01 ws-iterator                                   pic 9(4)
           value 1.

       01 ws-inner-iterator                             pic 9(4)
           value 1.

       01 ws-claim-fields.
           05 ws-last-claim-no                          pic 9(8)
               value 0.
           05 ws-last-rtv-number                        pic 9(8)
               value 0.
           05 ws-unit-cost                              pic 9(5)v9999
               value 0.
           05 ws-claim-balance                          pic 9(7)v99
               value 0.
           05 ws-credit-remaining                       pic 9(7)v99
               value 0.
           05 ws-credit-applied                         pic 9(7)v99
               value 0.
           05 ws-credit-claim-no                        pic 9(8)
               value 0.
           05 ws-credit-rtv-number                      pic 9(8)
               value 0.
           05 ws-document-units                         pic 9(6)
               value 0.
           05 ws-document-amount                        pic 9(8)v99
               value 0.
           05 ws-confirm-rtv-number                     pic 9(8)
               value 0.
           05 ws-confirm-ship-date                      pic 9(8)
               value 0.
           05 ws-confirm-claims                         pic 999
               value 0.
           05 ws-confirm-prior                          pic 999
               value 0.
           05 ws-run-date-integer                       pic 9(7)
               value 0.
           05 ws-item-date-integer                      pic 9(7)
               value 0.
           05 ws-item-age-days                          pic 9(5)
               value 0.

       *> Settled claims stay on the ledger this many days after
       *> their final credit, so a late duplicate memo still finds
       *> the claim it quotes.
       01 ws-closed-retention-days                      pic 999
           value 90.

       01 ws-counts.
           05 ws-claims-read                            pic 9(5)
               value 0.
           05 ws-claims-added                           pic 9(5)
               value 0.
           05 ws-claims-rejected                        pic 9(4)
               value 0.
           05 ws-claims-shipped                         pic 9(5)
               value 0.
           05 ws-claims-documented                      pic 9(5)
               value 0.
           05 ws-confirms-read                          pic 9(4)
               value 0.
           05 ws-confirms-unmatched                     pic 9(4)
               value 0.
           05 ws-awaiting-confirm                       pic 9(4)
               value 0.
           05 ws-documents-cut                          pic 9(4)
               value 0.
           05 ws-held-no-vendor                         pic 9(4)
               value 0.
           05 ws-no-stock-position                      pic 9(4)
               value 0.
           05 ws-credits-read                           pic 9(4)
               value 0.
           05 ws-claims-closed                          pic 9(4)
               value 0.
           05 ws-claims-purged                          pic 9(4)
               value 0.
           05 ws-total-credited                         pic 9(8)v99
               value 0.
           05 ws-total-unapplied                        pic 9(8)v99
               value 0.
           05 ws-total-open-balance                     pic 9(8)v99
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(24)
               value spaces.
           05 filler                                    pic x(26)
               value "RETURN-TO-VENDOR CLAIMS".

       01 claims-added-heading.
           05 filler                                    pic x(21)
               value "CLAIMS ROLLED IN".

       01 claims-headings.
           05 filler                                    pic x(8)
               value "CLAIM NO".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "VENDOR".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(5)
               value "STORE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(3)
               value "SKU".
           05 filler                                    pic x(13)
               value spaces.
           05 filler                                    pic x(11)
               value "DESCRIPTION".
           05 filler                                    pic x(10)
               value spaces.
           05 filler                                    pic x(3)
               value "QTY".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(6)
               value "RETAIL".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(8)
               value "CLAIM AT".

       01 prt-claim-line.
           05 prt-cl-claim-no                           pic 9(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-vendor-no                          pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-store-no                           pic xx.
           05 filler                                    pic x(5)
               value spaces.
           05 prt-cl-sku-code                           pic x(15).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-cl-description                        pic x(20).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-quantity                           pic zz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-retail-amount                      pic zz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-claim-amount                       pic
               z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cl-note                               pic x(14).

       01 credits-heading.
           05 filler                                    pic x(21)
               value "VENDOR CREDITS".

       01 credits-headings.
           05 filler                                    pic x(6)
               value "VENDOR".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(7)
               value "MEMO NO".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(8)
               value "CLAIM NO".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(7)
               value "APPLIED".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(13)
               value "CLAIM BALANCE".

       01 prt-credit-line.
           05 prt-cr-vendor-no                          pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cr-memo-no                            pic x(10).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cr-claim-no                           pic z(7)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cr-applied                            pic
               z,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-cr-balance                            pic
               z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-cr-note                               pic x(20).

       01 confirm-heading.
           05 filler                                    pic x(21)
               value "SHIPMENTS CONFIRMED".

       01 confirm-headings.
           05 filler                                    pic x(8)
               value "RTV NO".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(9)
               value "SHIP DATE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(6)
               value "CLAIMS".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "CLAIM AT".

       01 prt-confirm-line.
           05 prt-sc-rtv-number                         pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sc-ship-date                          pic x(8).
           05 filler                                    pic x(6)
               value spaces.
           05 prt-sc-claims                             pic zz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sc-amount                             pic
               z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sc-note                               pic x(20).

       01 aging-heading.
           05 filler                                    pic x(30)
               value "OPEN CLAIMS AGED BY VENDOR".

       01 aging-headings.
           05 filler                                    pic x(6)
               value "VENDOR".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(8)
               value "UNSHIPPD".
           05 filler                                    pic x(6)
               value spaces.
           05 filler                                    pic x(7)
               value "CURRENT".
           05 filler                                    pic x(7)
               value spaces.
           05 filler                                    pic x(5)
               value "30-59".
           05 filler                                    pic x(9)
               value spaces.
           05 filler                                    pic x(5)
               value "60-89".
           05 filler                                    pic x(9)
               value spaces.
           05 filler                                    pic x(3)
               value "90+".

       01 prt-aging-line.
           05 prt-ag-vendor-no                          pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ag-unshipped                          pic
               z,zzz,zz9.99.
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
           05 filler                                    pic x(12)
               value "Claims Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-read                           pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(6)
               value "Added:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-added                          pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Rejected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-rejected                       pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Shipped:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-shipped                        pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Documents:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-documents-cut                         pic z(3)9.

       01 totals-line2.
           05 filler                                    pic x(16)
               value "Held No Vendor:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-held-no-vendor                        pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(18)
               value "No Stock Position:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-no-stock-position                     pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Credits Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-credits-read                          pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Claims Closed:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-closed                         pic z(3)9.

       01 totals-line3.
           05 filler                                    pic x(15)
               value "Total Credited:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-credited                        pic
               zz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Unapplied:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-unapplied                       pic
               zz,zzz,zz9.99.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Open Balance:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-total-open-balance                    pic
               zz,zzz,zz9.99.

       01 totals-line4.
           05 filler                                    pic x(13)
               value "On Documents:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-claims-documented                     pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Confirmations:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-confirms-read                         pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(10)
               value "Unmatched:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-confirms-unmatched                    pic z(3)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(17)
               value "Awaiting Confirm:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-awaiting-confirm                      pic z(3)9.

       *> The shipping document - one per vendor per store.
       01 ship-heading-line1.
           05 filler                                    pic x(21)
               value "RETURN TO VENDOR  RTV".
           05 filler                                    pic x(1)
               value spaces.
           05 prt-sh-rtv-number                         pic 9(8).
           05 filler                                    pic x(11)
               value "  PREPARED ".
           05 prt-sh-ship-date                          pic 9(8).

       01 ship-heading-line2.
           05 filler                                    pic x(8)
               value "VENDOR  ".
           05 prt-sh-vendor-no                          pic x(6).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-sh-vendor-name                        pic x(20).
           05 filler                                    pic x(14)
               value "  FROM STORE  ".
           05 prt-sh-store-no                           pic xx.

       01 ship-headings.
           05 filler                                    pic x(8)
               value "CLAIM NO".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(11)
               value "VENDOR ITEM".
           05 filler                                    pic x(6)
               value spaces.
           05 filler                                    pic x(3)
               value "SKU".
           05 filler                                    pic x(13)
               value spaces.
           05 filler                                    pic x(11)
               value "DESCRIPTION".
           05 filler                                    pic x(10)
               value spaces.
           05 filler                                    pic x(3)
               value "QTY".
           05 filler                                    pic x(5)
               value spaces.
           05 filler                                    pic x(8)
               value "CLAIM AT".

       01 ship-detail-line.
           05 prt-sd-claim-no                           pic 9(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sd-vendor-item-no                     pic x(15).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sd-sku-code                           pic x(15).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-sd-description                        pic x(20).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sd-quantity                           pic zz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-sd-claim-amount                       pic
               z,zzz,zz9.99.

       01 ship-total-line.
           05 filler                                    pic x(30)
               value "TOTAL UNITS".
           05 prt-st-units                              pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "TOTAL CLAIM".
           05 prt-st-amount                             pic
               zz,zzz,zz9.99.

       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this business date
           *> before any output file is opened over the first
           *> run's.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           open input vendor-claims-file, vendor-credit-file,
               ship-confirm-file, item-master-index-file.
           open i-o stock-master-file.
           open output shipping-file, report-file.

           write report-data-line from report-heading-line.

           compute ws-run-date-integer =
               function integer-of-date(ws-run-date).

           perform 050-load-claim-control.
           perform 055-load-vendor-master.
           perform 060-load-claim-ledger.

           *> Today's defective returns onto the ledger, owed by
           *> the vendor that supplies each SKU.
           perform 100-roll-in-claims.

           *> Everything awaiting shipment goes on one RTV
           *> document per vendor per store.
           perform 200-ship-open-claims.

           *> The documents the dock confirms have left the
           *> building - only now do their goods come off the
           *> stock master and their claims start to age.
           perform 250-confirm-shipments.

           *> The vendors' credit memos, applied to the claims
           *> they pay - in part or in full.
           perform 300-apply-credits.

           *> What every vendor still owes us, aged.
           perform 400-age-open-claims.

           perform 500-rewrite-claim-ledger.
           perform 510-rewrite-claim-control.

           perform 600-totals.

           perform 900-write-run-journal.

           accept return-code.

           close vendor-claims-file, vendor-credit-file,
               ship-confirm-file, item-master-index-file,
               stock-master-file,
               shipping-file, report-file.

           goback.

       050-load-claim-control.

           open input claim-control-file.
           read claim-control-file
               at end continue
               not at end
                   if (cc-last-claim-no is numeric) then
                       move cc-last-claim-no to ws-last-claim-no
                   end-if
                   if (cc-last-rtv-number is numeric) then
                       move cc-last-rtv-number to
                           ws-last-rtv-number
                   end-if
           end-read.
           close claim-control-file.

       055-load-vendor-master.

           open input vendor-master-file.
           read vendor-master-file at end
               move "Y" to sw-vendor-master-eof.
           perform until sw-vendor-master-eof = "Y"
               if (ws-vendor-count < 2000) then
                   add 1 to ws-vendor-count
                   move vm-sku-code to
                       ws-vn-sku-code(ws-vendor-count)
                   move vm-vendor-no to
                       ws-vn-vendor-no(ws-vendor-count)
                   move vm-vendor-name to
                       ws-vn-vendor-name(ws-vendor-count)
                   move vm-vendor-item-no to
                       ws-vn-vendor-item-no(ws-vendor-count)
               else
                   display "RTVCLAIM - VENDOR MASTER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read vendor-master-file at end
                   move "Y" to sw-vendor-master-eof
           end-perform.
           close vendor-master-file.

       060-load-claim-ledger.

           open input claim-ledger-file.
           read claim-ledger-file at end
               move "Y" to sw-ledger-eof.
           perform until sw-ledger-eof = "Y"
               if (ws-claim-count >= 2000) then
                   *> A ledger past the table would lose claims on
                   *> the rewrite - that is money the vendors owe,
                   *> so it is a halt, not a warning.
                   display "RTVCLAIM - CLAIM LEDGER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-claim-count
               move cl-claim-no to ws-cl-claim-no(ws-claim-count)
               move cl-vendor-no to ws-cl-vendor-no(ws-claim-count)
               move cl-store-no to ws-cl-store-no(ws-claim-count)
               move cl-invoice-no to
                   ws-cl-invoice-no(ws-claim-count)
               move cl-sku-code to ws-cl-sku-code(ws-claim-count)
               move cl-description to
                   ws-cl-description(ws-claim-count)
               move cl-quantity to ws-cl-quantity(ws-claim-count)
               move cl-retail-amount to
                   ws-cl-retail-amount(ws-claim-count)
               move cl-claim-amount to
                   ws-cl-claim-amount(ws-claim-count)
               move cl-credited-amount to
                   ws-cl-credited-amount(ws-claim-count)
               move cl-claim-date to
                   ws-cl-claim-date(ws-claim-count)
               move cl-rtv-number to
                   ws-cl-rtv-number(ws-claim-count)
               move cl-ship-date to ws-cl-ship-date(ws-claim-count)
               move cl-closed-date to
                   ws-cl-closed-date(ws-claim-count)
               move cl-status to ws-cl-status(ws-claim-count)

               *> A claim held for want of a vendor picks one up
               *> as soon as the SKU's vendor is keyed.
               if (ws-cl-vendor-no(ws-claim-count) = spaces) then
                   move ws-cl-sku-code(ws-claim-count) to
                       ws-lookup-sku-code
                   perform 130-find-vendor
                   if (ws-found-vendor-idx > 0) then
                       move ws-vn-vendor-no(ws-found-vendor-idx) to
                           ws-cl-vendor-no(ws-claim-count)
                   end-if
               end-if

               read claim-ledger-file at end
                   move "Y" to sw-ledger-eof
           end-perform.
           close claim-ledger-file.

       100-roll-in-claims.

           write report-data-line from claims-added-heading
               after advancing 2 lines.
           write report-data-line from claims-headings.

           read vendor-claims-file at end move "Y" to sw-claims-eof.
           perform until sw-claims-eof = "Y"
               add 1 to ws-claims-read
               perform 110-roll-in-one-claim
               read vendor-claims-file at end
                   move "Y" to sw-claims-eof
           end-perform.

       110-roll-in-one-claim.

           *> A line with no countable quantity cannot be shipped
           *> or claimed - it is listed and left off the ledger.
           if (vc-quantity not numeric) or (vc-quantity = 0) then
               add 1 to ws-claims-rejected
               move 0 to prt-cl-claim-no
               move spaces to prt-cl-vendor-no
               move vc-store-no to prt-cl-store-no
               move vc-sku-code to prt-cl-sku-code
               move vc-description to prt-cl-description
               move 0 to prt-cl-quantity
               move 0 to prt-cl-retail-amount
               move 0 to prt-cl-claim-amount
               move "BAD QUANTITY" to prt-cl-note
               write report-data-line from prt-claim-line
           else
               if (ws-claim-count >= 2000) then
                   display "RTVCLAIM - CLAIM LEDGER TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if

               add 1 to ws-claims-added
               add 1 to ws-last-claim-no
               add 1 to ws-claim-count
               move ws-last-claim-no to
                   ws-cl-claim-no(ws-claim-count)
               move vc-store-no to ws-cl-store-no(ws-claim-count)
               move vc-invoice-no to
                   ws-cl-invoice-no(ws-claim-count)
               move vc-sku-code to ws-cl-sku-code(ws-claim-count)
               move vc-description to
                   ws-cl-description(ws-claim-count)
               move vc-quantity to ws-cl-quantity(ws-claim-count)
               if (vc-extended-amount is numeric) then
                   move vc-extended-amount to
                       ws-cl-retail-amount(ws-claim-count)
               else
                   move 0 to ws-cl-retail-amount(ws-claim-count)
               end-if
               move 0 to ws-cl-credited-amount(ws-claim-count)
               move ws-run-date to ws-cl-claim-date(ws-claim-count)
               move 0 to ws-cl-rtv-number(ws-claim-count)
               move 0 to ws-cl-ship-date(ws-claim-count)
               move 0 to ws-cl-closed-date(ws-claim-count)
               move "O" to ws-cl-status(ws-claim-count)

               move vc-sku-code to ws-lookup-sku-code
               perform 130-find-vendor
               if (ws-found-vendor-idx > 0) then
                   move ws-vn-vendor-no(ws-found-vendor-idx) to
                       ws-cl-vendor-no(ws-claim-count)
               else
                   move spaces to ws-cl-vendor-no(ws-claim-count)
               end-if

               perform 120-cost-claim

               move ws-cl-claim-no(ws-claim-count) to
                   prt-cl-claim-no
               move ws-cl-vendor-no(ws-claim-count) to
                   prt-cl-vendor-no
               move vc-store-no to prt-cl-store-no
               move vc-sku-code to prt-cl-sku-code
               move vc-description to prt-cl-description
               move vc-quantity to prt-cl-quantity
               move ws-cl-retail-amount(ws-claim-count) to
                   prt-cl-retail-amount
               move ws-cl-claim-amount(ws-claim-count) to
                   prt-cl-claim-amount
               if (ws-found-vendor-idx = 0) then
                   move "NO VENDOR" to prt-cl-note
               else
                   move spaces to prt-cl-note
               end-if
               write report-data-line from prt-claim-line
           end-if.

       120-cost-claim.

           *> The vendor owes what the goods cost us - the store
           *> position's average cost, else the item master's
           *> standard cost, else (neither on file) the refund the
           *> customer was given, so a claim is never for nothing.
           move 0 to ws-unit-cost.
           move "n" to ws-stock-key-found.
           move vc-sku-code to stk-sku-code.
           move vc-store-no to stk-store-no.
           read stock-master-file
               invalid key move "n" to ws-stock-key-found
               not invalid key move "y" to ws-stock-key-found
           end-read.
           if (ws-stock-key-found = "y") and
               (stk-average-cost is numeric) then
               move stk-average-cost to ws-unit-cost
           end-if.

           if (ws-unit-cost = 0) then
               move "n" to sw-item-found
               move vc-sku-code to imx-sku-code
               read item-master-index-file
                   invalid key move "n" to sw-item-found
                   not invalid key move "y" to sw-item-found
               end-read
               if (sw-item-found = "y") and
                   (imx-unit-cost is numeric) then
                   move imx-unit-cost to ws-unit-cost
               end-if
           end-if.

           if (ws-unit-cost = 0) then
               move ws-cl-retail-amount(ws-claim-count) to
                   ws-cl-claim-amount(ws-claim-count)
           else
               compute ws-cl-claim-amount(ws-claim-count) rounded =
                   vc-quantity * ws-unit-cost
           end-if.

       130-find-vendor.

           move 0 to ws-found-vendor-idx.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-vendor-count
               if (ws-vn-sku-code(ws-inner-iterator) =
                   ws-lookup-sku-code) then
                   move ws-inner-iterator to ws-found-vendor-idx
               end-if
           end-perform.

       200-ship-open-claims.

           *> Each claim awaiting shipment opens an RTV document
           *> for its vendor and store, and every other such claim
           *> for the same vendor and store goes in the same box.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-claim-count
               if (ws-cl-status(ws-iterator) = "O") and
                   (ws-cl-vendor-no(ws-iterator) not = spaces) then
                   perform 210-open-shipping-document
                   perform varying ws-inner-iterator
                       from ws-iterator
                       by 1
                       until ws-inner-iterator > ws-claim-count
                       if (ws-cl-status(ws-inner-iterator) = "O")
                           and (ws-cl-vendor-no(ws-inner-iterator) =
                           ws-cl-vendor-no(ws-iterator)) and
                           (ws-cl-store-no(ws-inner-iterator) =
                           ws-cl-store-no(ws-iterator)) then
                           perform 220-ship-one-claim
                       end-if
                   end-perform
                   move ws-document-units to prt-st-units
                   move ws-document-amount to prt-st-amount
                   write shipping-data-line from ship-total-line
                       after advancing 2 lines
               end-if
           end-perform.

           *> Claims whose SKU has no vendor on file cannot ship -
           *> they wait on the ledger for one to be keyed.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-claim-count
               if (ws-cl-status(ws-iterator) = "O") then
                   add 1 to ws-held-no-vendor
               end-if
           end-perform.

       210-open-shipping-document.

           add 1 to ws-last-rtv-number.
           add 1 to ws-documents-cut.
           move 0 to ws-document-units.
           move 0 to ws-document-amount.

           move ws-last-rtv-number to prt-sh-rtv-number.
           move ws-run-date to prt-sh-ship-date.
           move ws-cl-vendor-no(ws-iterator) to prt-sh-vendor-no.
           move spaces to prt-sh-vendor-name.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-vendor-count
               if (ws-vn-vendor-no(ws-inner-iterator) =
                   ws-cl-vendor-no(ws-iterator)) then
                   move ws-vn-vendor-name(ws-inner-iterator) to
                       prt-sh-vendor-name
               end-if
           end-perform.
           move ws-cl-store-no(ws-iterator) to prt-sh-store-no.

           write shipping-data-line from ship-heading-line1
               after advancing page.
           write shipping-data-line from ship-heading-line2.
           write shipping-data-line from ship-headings
               after advancing 2 lines.

       220-ship-one-claim.

           *> The claim goes on the document, but the goods are
           *> still in the back room until the dock confirms the
           *> carrier took them - the stock master and the ship
           *> date wait for that.
           add 1 to ws-claims-documented.
           move "P" to ws-cl-status(ws-inner-iterator).
           move ws-last-rtv-number to
               ws-cl-rtv-number(ws-inner-iterator).
           add ws-cl-quantity(ws-inner-iterator) to
               ws-document-units.
           add ws-cl-claim-amount(ws-inner-iterator) to
               ws-document-amount.

           move ws-cl-claim-no(ws-inner-iterator) to
               prt-sd-claim-no.
           move spaces to prt-sd-vendor-item-no.
           move 1 to ws-found-vendor-idx.
           perform varying ws-found-vendor-idx
               from 1
               by 1
               until ws-found-vendor-idx > ws-vendor-count
               if (ws-vn-sku-code(ws-found-vendor-idx) =
                   ws-cl-sku-code(ws-inner-iterator)) then
                   move ws-vn-vendor-item-no(ws-found-vendor-idx)
                       to prt-sd-vendor-item-no
               end-if
           end-perform.
           move ws-cl-sku-code(ws-inner-iterator) to
               prt-sd-sku-code.
           move ws-cl-description(ws-inner-iterator) to
               prt-sd-description.
           move ws-cl-quantity(ws-inner-iterator) to
               prt-sd-quantity.
           move ws-cl-claim-amount(ws-inner-iterator) to
               prt-sd-claim-amount.
           write shipping-data-line from ship-detail-line.

       250-confirm-shipments.

           write report-data-line from confirm-heading
               after advancing 2 lines.
           write report-data-line from confirm-headings.

           read ship-confirm-file at end move "Y" to sw-confirm-eof.
           perform until sw-confirm-eof = "Y"
               add 1 to ws-confirms-read
               perform 255-confirm-one-document
               read ship-confirm-file at end
                   move "Y" to sw-confirm-eof
           end-perform.

           *> Documents still waiting on the dock.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-claim-count
               if (ws-cl-status(ws-iterator) = "P") then
                   add 1 to ws-awaiting-confirm
               end-if
           end-perform.

       255-confirm-one-document.

           move 0 to ws-confirm-rtv-number.
           if (sc-rtv-number is numeric) then
               move sc-rtv-number to ws-confirm-rtv-number
           end-if.

           *> A confirmation with no usable date ships today.
           move ws-run-date to ws-confirm-ship-date.
           if (sc-ship-date is numeric) then
               if (sc-ship-date > "19000101") then
                   move sc-ship-date to ws-confirm-ship-date
               end-if
           end-if.

           move 0 to ws-confirm-claims.
           move 0 to ws-confirm-prior.
           move 0 to ws-document-amount.
           if (ws-confirm-rtv-number > 0) then
               move 1 to ws-inner-iterator
               perform varying ws-inner-iterator
                   from 1
                   by 1
                   until ws-inner-iterator > ws-claim-count
                   if (ws-cl-rtv-number(ws-inner-iterator) =
                       ws-confirm-rtv-number) then
                       if (ws-cl-status(ws-inner-iterator) = "P")
                           then
                           perform 260-confirm-one-claim
                       else
                           add 1 to ws-confirm-prior
                       end-if
                   end-if
               end-perform
           end-if.

           *> A confirmation that shipped nothing is listed for the
           *> dock to chase - a mistyped number, or one sent twice.
           move sc-rtv-number to prt-sc-rtv-number.
           move ws-confirm-ship-date to prt-sc-ship-date.
           move ws-confirm-claims to prt-sc-claims.
           move ws-document-amount to prt-sc-amount.
           evaluate true
           when ws-confirm-claims > 0
               move spaces to prt-sc-note
           when ws-confirm-prior > 0
               add 1 to ws-confirms-unmatched
               move "ALREADY CONFIRMED" to prt-sc-note
           when other
               add 1 to ws-confirms-unmatched
               move "NO SUCH RTV" to prt-sc-note
           end-evaluate.
           write report-data-line from prt-confirm-line.

       260-confirm-one-claim.

           add 1 to ws-claims-shipped.
           add 1 to ws-confirm-claims.
           add ws-cl-claim-amount(ws-inner-iterator) to
               ws-document-amount.
           move "S" to ws-cl-status(ws-inner-iterator).
           move ws-confirm-ship-date to
               ws-cl-ship-date(ws-inner-iterator).

           *> The goods have left the building - take them off the
           *> store's position. A position the subledger never
           *> opened is listed rather than opened negative.
           move "n" to ws-stock-key-found.
           move ws-cl-sku-code(ws-inner-iterator) to stk-sku-code.
           move ws-cl-store-no(ws-inner-iterator) to stk-store-no.
           read stock-master-file
               invalid key move "n" to ws-stock-key-found
               not invalid key move "y" to ws-stock-key-found
           end-read.
           if (ws-stock-key-found = "y") then
               if (stk-reorder-point not numeric) then
                   move 0 to stk-reorder-point
               end-if
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
               subtract ws-cl-quantity(ws-inner-iterator) from
                   stk-on-hand
               rewrite stock-master-record
           else
               add 1 to ws-no-stock-position
               move ws-cl-claim-no(ws-inner-iterator) to
                   prt-cl-claim-no
               move ws-cl-vendor-no(ws-inner-iterator) to
                   prt-cl-vendor-no
               move ws-cl-store-no(ws-inner-iterator) to
                   prt-cl-store-no
               move ws-cl-sku-code(ws-inner-iterator) to
                   prt-cl-sku-code
               move ws-cl-description(ws-inner-iterator) to
                   prt-cl-description
               move ws-cl-quantity(ws-inner-iterator) to
                   prt-cl-quantity
               move ws-cl-retail-amount(ws-inner-iterator) to
                   prt-cl-retail-amount
               move ws-cl-claim-amount(ws-inner-iterator) to
                   prt-cl-claim-amount
               move "NO STOCK POSN" to prt-cl-note
               write report-data-line from prt-claim-line
           end-if.

       300-apply-credits.

           write report-data-line from credits-heading
               after advancing 2 lines.
           write report-data-line from credits-headings.

           read vendor-credit-file at end move "Y" to sw-credit-eof.
           perform until sw-credit-eof = "Y"
               add 1 to ws-credits-read
               perform 310-apply-one-credit
               read vendor-credit-file at end
                   move "Y" to sw-credit-eof
           end-perform.

       310-apply-one-credit.

           if (cm-amount is numeric) then
               move cm-amount to ws-credit-remaining
           else
               move 0 to ws-credit-remaining
           end-if.

           move 0 to ws-credit-claim-no.
           move 0 to ws-credit-rtv-number.
           if (cm-claim-no is numeric) then
               move cm-claim-no to ws-credit-claim-no
           end-if.
           if (cm-rtv-number is numeric) then
               move cm-rtv-number to ws-credit-rtv-number
           end-if.

           *> Oldest claims first - the ledger is in claim number
           *> order. A memo naming a claim pays only that claim; one
           *> naming an RTV shipment pays only that shipment's
           *> claims; one naming neither pays the vendor's oldest
           *> shipped claims until it runs out.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-claim-count
               if (ws-credit-remaining > 0) and
                   (ws-cl-status(ws-iterator) = "S") and
                   (ws-cl-vendor-no(ws-iterator) = cm-vendor-no)
                   then
                   if ((ws-credit-claim-no > 0) and
                       (ws-cl-claim-no(ws-iterator) =
                       ws-credit-claim-no)) or
                       ((ws-credit-claim-no = 0) and
                       (ws-credit-rtv-number > 0) and
                       (ws-cl-rtv-number(ws-iterator) =
                       ws-credit-rtv-number)) or
                       ((ws-credit-claim-no = 0) and
                       (ws-credit-rtv-number = 0)) then
                       perform 320-apply-to-claim
                   end-if
               end-if
           end-perform.

           *> Whatever the memo could not place is listed for
           *> accounts payable to chase, not silently dropped.
           if (ws-credit-remaining > 0) then
               add ws-credit-remaining to ws-total-unapplied
               move cm-vendor-no to prt-cr-vendor-no
               move cm-memo-no to prt-cr-memo-no
               move ws-credit-claim-no to prt-cr-claim-no
               move ws-credit-remaining to prt-cr-applied
               move 0 to prt-cr-balance
               move "UNAPPLIED CREDIT" to prt-cr-note
               write report-data-line from prt-credit-line
           end-if.

       320-apply-to-claim.

           compute ws-claim-balance =
               ws-cl-claim-amount(ws-iterator) -
               ws-cl-credited-amount(ws-iterator).

           if (ws-credit-remaining >= ws-claim-balance) then
               move ws-claim-balance to ws-credit-applied
           else
               move ws-credit-remaining to ws-credit-applied
           end-if.

           add ws-credit-applied to
               ws-cl-credited-amount(ws-iterator).
           subtract ws-credit-applied from ws-credit-remaining.
           subtract ws-credit-applied from ws-claim-balance.
           add ws-credit-applied to ws-total-credited.

           move cm-vendor-no to prt-cr-vendor-no.
           move cm-memo-no to prt-cr-memo-no.
           move ws-cl-claim-no(ws-iterator) to prt-cr-claim-no.
           move ws-credit-applied to prt-cr-applied.
           move ws-claim-balance to prt-cr-balance.

           *> A partial credit leaves the claim open for the rest.
           if (ws-claim-balance = 0) then
               add 1 to ws-claims-closed
               move "C" to ws-cl-status(ws-iterator)
               move ws-run-date to ws-cl-closed-date(ws-iterator)
               move "CLAIM CLOSED" to prt-cr-note
           else
               move "PARTIAL CREDIT" to prt-cr-note
           end-if.
           write report-data-line from prt-credit-line.

       400-age-open-claims.

           write report-data-line from aging-heading
               after advancing 2 lines.
           write report-data-line from aging-headings.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-claim-count
               if (ws-cl-status(ws-iterator) not = "C") then
                   perform 410-age-one-claim
               end-if
           end-perform.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-aging-count
               move ws-ag-vendor-no(ws-iterator) to
                   prt-ag-vendor-no
               if (ws-ag-vendor-no(ws-iterator) = spaces) then
                   move "NONE" to prt-ag-vendor-no
               end-if
               move ws-ag-unshipped(ws-iterator) to
                   prt-ag-unshipped
               move ws-ag-current(ws-iterator) to prt-ag-current
               move ws-ag-30(ws-iterator) to prt-ag-30
               move ws-ag-60(ws-iterator) to prt-ag-60
               move ws-ag-90(ws-iterator) to prt-ag-90
               write report-data-line from prt-aging-line
           end-perform.

       410-age-one-claim.

           move 0 to ws-found-aging-idx.
           move 1 to ws-inner-iterator.
           perform varying ws-inner-iterator
               from 1
               by 1
               until ws-inner-iterator > ws-aging-count
               if (ws-ag-vendor-no(ws-inner-iterator) =
                   ws-cl-vendor-no(ws-iterator)) then
                   move ws-inner-iterator to ws-found-aging-idx
               end-if
           end-perform.

           if (ws-found-aging-idx = 0) then
               if (ws-aging-count >= 500) then
                   display "RTVCLAIM - AGING TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-aging-count
               move ws-cl-vendor-no(ws-iterator) to
                   ws-ag-vendor-no(ws-aging-count)
               move 0 to ws-ag-unshipped(ws-aging-count)
               move 0 to ws-ag-current(ws-aging-count)
               move 0 to ws-ag-30(ws-aging-count)
               move 0 to ws-ag-60(ws-aging-count)
               move 0 to ws-ag-90(ws-aging-count)
               move ws-aging-count to ws-found-aging-idx
           end-if.

           compute ws-claim-balance =
               ws-cl-claim-amount(ws-iterator) -
               ws-cl-credited-amount(ws-iterator).
           add ws-claim-balance to ws-total-open-balance.

           *> A claim still in the back room - documented or not -
           *> is not yet owed; it ages from the day the dock
           *> confirms it shipped. A ship date the calendar cannot
           *> place ages as 90-plus rather than hiding in current.
           if (ws-cl-status(ws-iterator) = "O") or
               (ws-cl-status(ws-iterator) = "P") then
               add ws-claim-balance to
                   ws-ag-unshipped(ws-found-aging-idx)
           else
               if (ws-cl-ship-date(ws-iterator) is numeric) and
                   (ws-cl-ship-date(ws-iterator) > 19000101) then
                   compute ws-item-date-integer =
                       function integer-of-date
                       (ws-cl-ship-date(ws-iterator))
                   compute ws-item-age-days =
                       ws-run-date-integer - ws-item-date-integer
               else
                   move 99999 to ws-item-age-days
               end-if

               evaluate true
               when ws-item-age-days < 30
                   add ws-claim-balance to
                       ws-ag-current(ws-found-aging-idx)
               when ws-item-age-days < 60
                   add ws-claim-balance to
                       ws-ag-30(ws-found-aging-idx)
               when ws-item-age-days < 90
                   add ws-claim-balance to
                       ws-ag-60(ws-found-aging-idx)
               when other
                   add ws-claim-balance to
                       ws-ag-90(ws-found-aging-idx)
               end-evaluate
           end-if.

       500-rewrite-claim-ledger.

           open output claim-ledger-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-claim-count
               *> A settled claim ages off once it is past the
               *> retention window.
               move 0 to ws-item-age-days
               if (ws-cl-status(ws-iterator) = "C") and
                   (ws-cl-closed-date(ws-iterator) is numeric) and
                   (ws-cl-closed-date(ws-iterator) > 19000101) then
                   compute ws-item-date-integer =
                       function integer-of-date
                       (ws-cl-closed-date(ws-iterator))
                   compute ws-item-age-days =
                       ws-run-date-integer - ws-item-date-integer
               end-if
               if (ws-cl-status(ws-iterator) = "C") and
                   (ws-item-age-days > ws-closed-retention-days)
                   then
                   add 1 to ws-claims-purged
               else
                   move ws-cl-claim-no(ws-iterator) to cl-claim-no
                   move ws-cl-vendor-no(ws-iterator) to
                       cl-vendor-no
                   move ws-cl-store-no(ws-iterator) to cl-store-no
                   move ws-cl-invoice-no(ws-iterator) to
                       cl-invoice-no
                   move ws-cl-sku-code(ws-iterator) to cl-sku-code
                   move ws-cl-description(ws-iterator) to
                       cl-description
                   move ws-cl-quantity(ws-iterator) to cl-quantity
                   move ws-cl-retail-amount(ws-iterator) to
                       cl-retail-amount
                   move ws-cl-claim-amount(ws-iterator) to
                       cl-claim-amount
                   move ws-cl-credited-amount(ws-iterator) to
                       cl-credited-amount
                   move ws-cl-claim-date(ws-iterator) to
                       cl-claim-date
                   move ws-cl-rtv-number(ws-iterator) to
                       cl-rtv-number
                   move ws-cl-ship-date(ws-iterator) to
                       cl-ship-date
                   move ws-cl-closed-date(ws-iterator) to
                       cl-closed-date
                   move ws-cl-status(ws-iterator) to cl-status
                   write claim-ledger-record
               end-if
           end-perform.
           close claim-ledger-file.

       510-rewrite-claim-control.

           move ws-last-claim-no to cc-last-claim-no.
           move ws-last-rtv-number to cc-last-rtv-number.
           open output claim-control-file.
           write claim-control-record.
           close claim-control-file.

       600-totals.

           move ws-claims-read to prt-claims-read.
           move ws-claims-added to prt-claims-added.
           move ws-claims-rejected to prt-claims-rejected.
           move ws-claims-shipped to prt-claims-shipped.
           move ws-documents-cut to prt-documents-cut.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-held-no-vendor to prt-held-no-vendor.
           move ws-no-stock-position to prt-no-stock-position.
           move ws-credits-read to prt-credits-read.
           move ws-claims-closed to prt-claims-closed.
           write report-data-line from totals-line2.

           move ws-total-credited to prt-total-credited.
           move ws-total-unapplied to prt-total-unapplied.
           move ws-total-open-balance to prt-total-open-balance.
           write report-data-line from totals-line3.

           move ws-claims-documented to prt-claims-documented.
           move ws-confirms-read to prt-confirms-read.
           move ws-confirms-unmatched to prt-confirms-unmatched.
           move ws-awaiting-confirm to prt-awaiting-confirm.
           write report-data-line from totals-line4.

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
           move ws-claims-read to rj-records-read.
           move ws-claims-shipped to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program VendorClaimsProgram.
