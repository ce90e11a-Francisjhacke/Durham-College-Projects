       identification division.
       program-id. CustomerPurgeProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - the inactivity cutoff and the audit stamp
           *> both run off the business date, not the wall clock.
           select optional batch-date-file assign to
               '../../../data/batch-date.dat' organization is line
               sequential.

           *> Shared batch-run audit journal - read back at start-up
           *> so the same month-end cannot purge twice.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> System parameter deck - one name/value card per
           *> tunable figure, shared by the whole chain. OPTIONAL -
           *> absent, the compiled defaults stand, and every run
           *> prints the values it actually ran under.
           select optional system-params-file assign to
               '../../../data/system-params.dat'
               organization is line sequential.

           *> Deletion requests received by the privacy office -
           *> one card per customer, carrying the office's own
           *> reference. OPTIONAL - absent, only the inactivity
           *> rule selects. A request that has to be refused stays
           *> queued for the next month-end; scrubbed and unknown
           *> ones drop off.
           select optional privacy-request-file assign to
               '../../../data/privacy-requests.dat'
               organization is line sequential.

           *> Customer master - the only file holding name,
           *> address and phone. Loaded whole and rewritten whole,
           *> the way MasterMaintenanceProgram maintains it.
           select customer-master-file assign to
               '../../../data/customer-master.dat'
               organization is line sequential.

           *> Loyalty points ledger - an unredeemed balance refuses
           *> the purge; otherwise the account moves to the
           *> anonymized number with its totals intact.
           select customer-points-file assign to
               '../../../data/customer-points.dat'
               organization is indexed
               access mode is dynamic
               record key is cp-customer-no.

           *> Permanent loyalty purchase history - re-keyed, never
           *> dropped, so the sales behind the points still add up.
           select purchase-history-file assign to
               '../../../data/purchase-history.dat'
               organization is line sequential.

           *> House-account subledger - a balance either way
           *> refuses the purge.
           select ar-master-file assign to
               '../../../data/ar-master.dat'
               organization is indexed
               access mode is dynamic
               record key is ar-customer-no.

           *> The open charges behind the A/R balances.
           select optional ar-open-items-file assign to
               '../../../data/ar-open-items.dat'
               organization is line sequential.

           *> Layaway master - an open layaway refuses the purge;
           *> paid-off and cancelled ones move to the anonymized
           *> number.
           select layaway-master-file assign to
               '../../../data/layaway-master.dat'
               organization is indexed
               access mode is dynamic
               record key is lm-invoice-no.

           *> The system's lasting memory of every sale - the
           *> customer number on each archived image moves to the
           *> anonymized number, so returns still prove against
           *> the original sale.
           select transaction-archive-file assign to
               '../../../data/transaction-archive.dat'
               organization is indexed
               access mode is dynamic
               record key is arch-key.

           *> Service plan contracts, keyed by the covered unit's
           *> serial number - the buyer's customer number moves to
           *> the anonymized number, so the plan is still honoured.
           select optional service-contract-file assign to
               '../../../data/service-contract.dat'
               organization is indexed
               access mode is dynamic
               record key is sc-serial-no.

           *> Card dispute case ledger - loaded whole and written
           *> back whole with the customer number on each case
           *> moved, the way CardDisputeProgram maintains it.
           select optional dispute-case-file assign to
               '../../../data/dispute-cases.dat'
               organization is line sequential.

           *> Permanent privacy audit trail - one record per
           *> customer scrubbed, appended every run. It carries the
           *> anonymized number only; the original number is kept
           *> nowhere, so a purge cannot be traced back or undone.
           select optional privacy-audit-file assign to
               '../../../data/privacy-purge-audit.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/privacy-purge-report.dat'
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

       fd system-params-file
           data record is system-params-record.

       *> The value is keyed in the target field's own digit
       *> shape, left-justified.
       01 system-params-record.
           05 sp-param-name                             pic x(20).
           05 sp-param-value                            pic x(12).

       fd privacy-request-file
           data record is privacy-request-record.

       01 privacy-request-record.
           05 pr-customer-no                            pic x(6).
           05 pr-request-ref                            pic x(10).
           05 pr-received-date                          pic 9(8).

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

       fd customer-points-file
           data record is customer-points-record.

       01 customer-points-record.
           05 cp-customer-no                            pic x(6).
           05 cp-points-earned                          pic 9(9).
           05 cp-points-redeemed                        pic 9(9).
           05 cp-points-balance                         pic s9(9).
           05 cp-last-activity-date                     pic 9(8).

       fd purchase-history-file
           data record is purchase-history-record.

       01 purchase-history-record                       pic x(37).

       fd ar-master-file
           data record is ar-master-record.

       01 ar-master-record.
           05 ar-customer-no                            pic x(6).
           05 ar-balance                                pic
               s9(9)v99.
           05 ar-charges-total                          pic 9(9)v99.
           05 ar-payments-total                         pic 9(9)v99.
           05 ar-last-activity-date                     pic 9(8).

       fd ar-open-items-file
           data record is ar-open-item-record.

       01 ar-open-item-record                           pic x(23).

       fd layaway-master-file
           data record is layaway-master-record.

       01 layaway-master-record.
           05 lm-invoice-no                             pic x(9).
           05 lm-store-no                               pic xx.
           05 lm-original-amount                        pic 9(6)v99.
           05 lm-amount-paid                            pic 9(6)v99.
           05 lm-balance-due                            pic 9(6)v99.
           05 lm-next-due-date                          pic 9(8).
           05 lm-status                                 pic x.
               88 lm-open                               value "O".
               88 lm-paid-off                           value "C".
               88 lm-cancelled                          value "X".
           05 lm-customer-no                            pic x(6).

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
           05 sc-cancel-date                            pic 9(8).
           05 sc-claim-count                            pic 999.
           05 sc-claim-amount                           pic 9(7)v99.
           05 sc-last-claim-date                        pic 9(8).

       fd dispute-case-file
           data record is dispute-case-record.

       01 dispute-case-record                           pic x(123).

       fd privacy-audit-file
           data record is privacy-audit-record.

       *> One record per customer scrubbed. The scrubbed flags
       *> say which personal fields actually held data ("Y") and
       *> which were already blank ("N"); the counts say how many
       *> records moved to the anonymized number on each file -
       *> points, A/R, layaways, purchase history, open items,
       *> archive, service contracts and dispute cases.
       01 privacy-audit-record.
           05 pa-purge-date                             pic 9(8).
           05 pa-purge-time                             pic 9(6).
           05 pa-anon-customer-no                       pic x(6).
           05 pa-purge-basis                            pic x(8).
           05 pa-request-ref                            pic x(10).
           05 pa-request-received-date                  pic 9(8).
           05 pa-last-activity-date                     pic 9(8).
           05 pa-name-scrubbed                          pic x.
           05 pa-address-scrubbed                       pic x.
           05 pa-phone-scrubbed                         pic x.
           05 pa-credit-limit-scrubbed                  pic x.
           05 pa-exempt-cert-scrubbed                   pic x.
           05 pa-points-rekeyed                         pic 9.
           05 pa-ar-rekeyed                             pic 9.
           05 pa-layaways-rekeyed                       pic 9(3).
           05 pa-history-rekeyed                        pic 9(5).
           05 pa-open-items-rekeyed                     pic 9(3).
           05 pa-archive-rekeyed                        pic 9(6).
           05 pa-contracts-rekeyed                      pic 9(3).
           05 pa-disputes-rekeyed                       pic 9(3).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 sw-request-eof                                pic x
           value 'n'.

       01 sw-customer-master-eof                        pic x
           value 'n'.

       01 sw-history-eof                                pic x
           value 'n'.

       01 sw-open-items-eof                             pic x
           value 'n'.

       01 sw-layaway-eof                                pic x
           value 'n'.

       01 sw-archive-eof                                pic x
           value 'n'.

       01 sw-contract-eof                               pic x
           value 'n'.

       01 sw-dispute-eof                                pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       01 sw-batch-date-missing                         pic x
           value 'n'.

       01 ws-batch-seq-no                               pic 9(3)
           value 0.

       01 ws-rj-this-program                            pic x(30)
           value "CUSTOMERPURGEPROGRAM".

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
       01 ws-param-count                                pic 9(4).
       01 ws-param-count-x redefines ws-param-count     pic x(4).

       *> Days without a purchase, a points movement or an A/R
       *> movement before a customer's personal data is scrubbed
       *> unasked - seven years by default, the retention the
       *> tax records are kept for anyway.
       01 ws-inactive-days                              pic 9(4)
           value 2555.

       01 ws-date-integer                               pic 9(8).

       01 ws-inactive-cutoff-date                       pic 9(8).

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(16)
               value " Inactive days: ".
           05 prt-param-inactive-days                   pic z(3)9.
           05 filler                                    pic x(21)
               value "   Inactive before: ".
           05 prt-param-cutoff-date                     pic 9999/99/99.

       *> What a scrubbed customer's name reads as from now on -
       *> also how an already-anonymized customer is recognized.
       01 ws-purged-name                                pic x(20)
           value "PRIVACY PURGED".

       *> Anonymized numbers are "Z" and a running sequence,
       *> carried on from the highest one already on the master.
       01 ws-anon-customer-no.
           05 ws-anon-prefix                            pic x
               value "Z".
           05 ws-anon-seq                               pic 9(5)
               value 0.

       01 ws-anon-check.
           05 ws-anon-check-prefix                      pic x.
           05 ws-anon-check-seq                         pic x(5).
           05 ws-anon-check-seq-n redefines
               ws-anon-check-seq                        pic 9(5).

       *> Customer master, loaded whole with everything the purge
       *> learns about each customer alongside it.
       01 ws-customer-table.
           05 ws-customer-count                         pic 999
               value 0.
           05 ws-customer-entries occurs 500 times
               indexed by ws-customer-idx.
               10 ws-cu-record                          pic x(102).
               10 ws-cu-record-parsed redefines
                   ws-cu-record.
                   15 ws-cu-customer-no                 pic x(6).
                   15 ws-cu-customer-name               pic x(20).
                   15 ws-cu-address                     pic x(30).
                   15 ws-cu-phone                       pic x(12).
                   15 ws-cu-credit-limit                pic 9(5)v99.
                   15 ws-cu-exemption                   pic x(26).
                   15 ws-cu-no-contact-flag             pic x.
               10 ws-cu-basis                           pic x.
                   88 ws-cu-not-selected                value space.
                   88 ws-cu-by-request                  value "R".
                   88 ws-cu-by-inactivity               value "I".
               10 ws-cu-request-ref                     pic x(10).
               10 ws-cu-request-date                    pic 9(8).
               10 ws-cu-last-activity                   pic 9(8).
               10 ws-cu-points-balance                  pic s9(9).
               10 ws-cu-ar-balance                      pic s9(9)v99.
               10 ws-cu-open-layaways                   pic 9(3).
               10 ws-cu-refusal                         pic x(24).
               10 ws-cu-anon-no                         pic x(6).
               10 ws-cu-scrubbed-flags.
                   15 ws-cu-name-scrubbed               pic x.
                   15 ws-cu-address-scrubbed            pic x.
                   15 ws-cu-phone-scrubbed              pic x.
                   15 ws-cu-credit-scrubbed             pic x.
                   15 ws-cu-cert-scrubbed               pic x.
               10 ws-cu-points-rekeyed                  pic 9.
               10 ws-cu-ar-rekeyed                      pic 9.
               10 ws-cu-layaways-rekeyed                pic 9(3).
               10 ws-cu-history-rekeyed                 pic 9(5).
               10 ws-cu-open-items-rekeyed              pic 9(3).
               10 ws-cu-archive-rekeyed                 pic 9(6).
               10 ws-cu-contracts-rekeyed               pic 9(3).
               10 ws-cu-disputes-rekeyed                pic 9(3).

       01 ws-find-customer-no                           pic x(6).

       01 ws-found-customer-idx                         pic 999
           value 0.

       *> The deletion requests, held so the refused ones can be
       *> written back to the queue.
       01 ws-request-table.
           05 ws-request-count                          pic 999
               value 0.
           05 ws-request-entries occurs 500 times
               indexed by ws-request-idx.
               10 ws-rq-record                          pic x(24).
               10 ws-rq-record-parsed redefines
                   ws-rq-record.
                   15 ws-rq-customer-no                 pic x(6).
                   15 ws-rq-request-ref                 pic x(10).
                   15 ws-rq-received-date               pic 9(8).
               10 ws-rq-status                          pic x.
                   88 ws-rq-pending                     value "P".
                   88 ws-rq-unknown                     value "U".
                   88 ws-rq-already-purged              value "A".
               10 ws-rq-customer-idx                    pic 999.

       *> Purchase history, loaded whole - re-keyed lines are
       *> written back in their original order.
       01 ws-history-table.
           05 ws-history-count                          pic 9(5)
               value 0.
           05 ws-history-entries occurs 20000 times
               indexed by ws-history-idx.
               10 ws-hl-line                            pic x(37).
               10 ws-hl-line-parsed redefines
                   ws-hl-line.
                   15 ws-hl-customer-no                 pic x(6).
                   15 ws-hl-invoice-no                  pic x(9).
                   15 ws-hl-store-no                    pic xx.
                   15 ws-hl-transaction-date            pic 9(8).
                   15 filler                            pic x(12).

       01 ws-open-item-table.
           05 ws-open-item-count                        pic 999
               value 0.
           05 ws-open-item-entries occurs 500 times
               indexed by ws-open-item-idx.
               10 ws-oi-line                            pic x(23).
               10 ws-oi-line-parsed redefines
                   ws-oi-line.
                   15 ws-oi-customer-no                 pic x(6).
                   15 ws-oi-charge-date                 pic 9(8).
                   15 ws-oi-open-amount                 pic 9(7)v99.

       *> The dispute case ledger, loaded whole - the customer
       *> number sits at 87 of the case record.
       01 ws-dispute-table.
           05 ws-dispute-count                          pic 9(4)
               value 0.
           05 ws-dispute-entries occurs 3000 times
               indexed by ws-dispute-idx.
               10 ws-dl-line                            pic x(123).
               10 ws-dl-line-parsed redefines
                   ws-dl-line.
                   15 filler                            pic x(86).
                   15 ws-dl-customer-no                 pic x(6).
                   15 filler                            pic x(31).

       *> The archived transaction image is the split record -
       *> transaction date at 43, customer number at 84.
       01 ws-activity-date-x                            pic x(8).
       01 ws-activity-date redefines ws-activity-date-x pic 9(8).

       01 ws-points-save                                pic x(41).

       01 ws-ar-save                                    pic x(47).

       01 ws-iterator                                   pic 9(5)
           value 1.

       01 ws-counts.
           05 ws-customers-read                         pic 9(5)
               value 0.
           05 ws-requests-read                          pic 9(5)
               value 0.
           05 ws-requests-unknown                       pic 9(5)
               value 0.
           05 ws-requests-queued                        pic 9(5)
               value 0.
           05 ws-purged-by-request                      pic 9(5)
               value 0.
           05 ws-purged-by-inactivity                   pic 9(5)
               value 0.
           05 ws-customers-purged                       pic 9(5)
               value 0.
           05 ws-customers-refused                      pic 9(5)
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(22)
               value "CUSTOMER PRIVACY PURGE".
           05 filler                                    pic x(10)
               value spaces.
           05 filler                                    pic x(15)
               value "BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.

       01 purged-heading.
           05 filler                                    pic x(18)
               value "CUSTOMERS SCRUBBED".

       01 purged-headings.
           05 filler                                    pic x(8)
               value "ANON NO ".
           05 filler                                    pic x(10)
               value "BASIS     ".
           05 filler                                    pic x(12)
               value "REQUEST REF ".
           05 filler                                    pic x(12)
               value "LAST ACTIVE ".
           05 filler                                    pic x(22)
               value "FIELDS SCRUBBED       ".
           05 filler                                    pic x(28)
               value "POINTS A/R LAYAWAYS HISTORY ".
           05 filler                                    pic x(30)
               value "OPEN ITEMS ARCHIVE PLANS CASES".

       01 prt-purged-line.
           05 prt-pg-anon-no                            pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pg-basis                              pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pg-request-ref                        pic x(10).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pg-last-activity                      pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pg-name-flag                          pic x(5).
           05 prt-pg-address-flag                       pic x(5).
           05 prt-pg-phone-flag                         pic x(6).
           05 prt-pg-cert-flag                          pic x(4).
           05 filler                                    pic x(5)
               value spaces.
           05 prt-pg-points                             pic 9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pg-ar                                 pic 9.
           05 filler                                    pic x(6)
               value spaces.
           05 prt-pg-layaways                           pic zz9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pg-history                            pic zzzz9.
           05 filler                                    pic x(8)
               value spaces.
           05 prt-pg-open-items                         pic zz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-pg-archive                            pic zzzzz9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pg-contracts                          pic zz9.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-pg-disputes                           pic zz9.

       01 refused-heading.
           05 filler                                    pic x(32)
               value "CUSTOMERS REFUSED - NOT SCRUBBED".

       01 refused-headings.
           05 filler                                    pic x(8)
               value "CUSTOMER".
           05 filler                                    pic x(10)
               value "  BASIS   ".
           05 filler                                    pic x(12)
               value "REQUEST REF ".
           05 filler                                    pic x(12)
               value "LAST ACTIVE ".
           05 filler                                    pic x(26)
               value "REASON                    ".
           05 filler                                    pic x(30)
               value "  POINTS BALANCE   A/R BALANCE".
           05 filler                                    pic x(15)
               value "  OPEN LAYAWAYS".

       01 prt-refused-line.
           05 prt-rf-customer-no                        pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rf-basis                              pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rf-request-ref                        pic x(10).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rf-last-activity                      pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rf-reason                             pic x(24).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rf-points                             pic
               -zzz,zzz,zz9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-rf-ar-balance                         pic
               -zzz,zzz,zz9.99.
           05 filler                                    pic x(12)
               value spaces.
           05 prt-rf-open-layaways                      pic zz9.

       01 unknown-heading.
           05 filler                                    pic x(21)
               value "REQUESTS NOT ACTED ON".

       01 prt-unknown-line.
           05 prt-uk-customer-no                        pic x(6).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-uk-request-ref                        pic x(10).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-uk-received-date                      pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-uk-reason                             pic x(30).

       01 totals-line1.
           05 filler                                    pic x(15)
               value "Customers Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-customers-read                        pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Requests Read:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-requests-read                         pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Not Acted On: ".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-requests-unknown                      pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(16)
               value "Still Queued:   ".
           05 prt-requests-queued                       pic z(4)9.

       01 totals-line2.
           05 filler                                    pic x(20)
               value "Scrubbed On Request:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-purged-by-request                     pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "For Inactivity".
           05 filler                                    pic x(2)
               value ": ".
           05 prt-purged-by-inactivity                  pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Refused:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-customers-refused                     pic z(4)9.

       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this business date
           *> before any file is touched.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           perform 035-load-system-params.

           *> The inactivity cutoff counts back from the business
           *> date through the calendar, not the digits.
           compute ws-date-integer =
               function integer-of-date(ws-run-date).
           subtract ws-inactive-days from ws-date-integer.
           compute ws-inactive-cutoff-date =
               function date-of-integer(ws-date-integer).

           open output report-file.
           move ws-run-date to prt-hd-run-date.
           write report-data-line from report-heading-line.

           move ws-inactive-days to prt-param-inactive-days.
           move ws-inactive-cutoff-date to prt-param-cutoff-date.
           write report-data-line from ws-params-line1
               after advancing 1 line.

           perform 050-load-customer-master.
           perform 060-load-requests.

           *> Every file the customer number reaches is read before
           *> anything is written - a customer is scrubbed only once
           *> the whole picture says it is safe to, and a halt in
           *> here leaves every file exactly as it was.
           perform 100-scan-points.
           perform 110-scan-ar-master.
           perform 120-scan-layaways.
           perform 130-load-purchase-history.
           perform 140-load-open-items.
           perform 150-scan-archive.
           perform 160-load-dispute-cases.

           perform 200-select-customers.

           *> The subledgers move to the anonymized numbers first
           *> and the customer master last, so the personal data is
           *> only gone once nothing still points at it.
           if (ws-customers-purged > 0) then
               perform 310-rekey-points
               perform 320-rekey-ar-master
               perform 330-rekey-layaways
               perform 340-rewrite-purchase-history
               perform 350-rewrite-open-items
               perform 360-rekey-archive
               perform 365-rekey-contracts
               perform 368-rewrite-dispute-cases
               perform 300-rewrite-customer-master
               perform 370-write-audit
           end-if.

           perform 380-report-refusals.
           perform 390-report-requests.
           perform 400-requeue-requests.

           perform 600-totals.

           perform 900-write-run-journal.

           accept return-code.

           close report-file.

           goback.

       050-load-customer-master.

           open input customer-master-file.
           read customer-master-file at end
               move "Y" to sw-customer-master-eof.
           perform until sw-customer-master-eof = "Y"
               add 1 to ws-customers-read
               if (ws-customer-count < 500) then
                   add 1 to ws-customer-count
                   move customer-master-record to
                       ws-cu-record(ws-customer-count)
                   move space to ws-cu-basis(ws-customer-count)
                   move spaces to
                       ws-cu-request-ref(ws-customer-count)
                   move 0 to ws-cu-request-date(ws-customer-count)
                   move 0 to
                       ws-cu-last-activity(ws-customer-count)
                   move 0 to
                       ws-cu-points-balance(ws-customer-count)
                   move 0 to ws-cu-ar-balance(ws-customer-count)
                   move 0 to
                       ws-cu-open-layaways(ws-customer-count)
                   move spaces to
                       ws-cu-refusal(ws-customer-count)
                   move spaces to
                       ws-cu-anon-no(ws-customer-count)
                   move "NNNNN" to
                       ws-cu-scrubbed-flags(ws-customer-count)
                   move 0 to
                       ws-cu-points-rekeyed(ws-customer-count)
                   move 0 to ws-cu-ar-rekeyed(ws-customer-count)
                   move 0 to
                       ws-cu-layaways-rekeyed(ws-customer-count)
                   move 0 to
                       ws-cu-history-rekeyed(ws-customer-count)
                   move 0 to
                       ws-cu-open-items-rekeyed(ws-customer-count)
                   move 0 to
                       ws-cu-archive-rekeyed(ws-customer-count)
                   move 0 to
                       ws-cu-contracts-rekeyed(ws-customer-count)
                   move 0 to
                       ws-cu-disputes-rekeyed(ws-customer-count)

                   *> Carry the anonymized sequence on from the
                   *> highest number already issued.
                   move cu-customer-no to ws-anon-check
                   if (ws-anon-check-prefix = ws-anon-prefix) and
                       (ws-anon-check-seq is numeric) and
                       (ws-anon-check-seq-n > ws-anon-seq) then
                       move ws-anon-check-seq-n to ws-anon-seq
                   end-if
               else
                   *> A master past the table would be silently
                   *> dropped on the rewrite - that is a halt, not
                   *> a warning.
                   display "PRIVPRGE - CUSTOMER MASTER TABLE FULL"
                       " - RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read customer-master-file at end
                   move "Y" to sw-customer-master-eof
           end-perform.
           close customer-master-file.

       060-load-requests.

           open input privacy-request-file.
           read privacy-request-file at end
               move "Y" to sw-request-eof.
           perform until sw-request-eof = "Y"
               add 1 to ws-requests-read
               if (ws-request-count < 500) then
                   add 1 to ws-request-count
                   move privacy-request-record to
                       ws-rq-record(ws-request-count)
                   move 0 to ws-rq-customer-idx(ws-request-count)
                   move pr-customer-no to ws-find-customer-no
                   perform 070-find-customer
                   evaluate true
                   when ws-found-customer-idx = 0
                       move "U" to ws-rq-status(ws-request-count)
                   when ws-cu-customer-name(ws-found-customer-idx)
                       = ws-purged-name
                       move "A" to ws-rq-status(ws-request-count)
                   when other
                       move "P" to ws-rq-status(ws-request-count)
                       move ws-found-customer-idx to
                           ws-rq-customer-idx(ws-request-count)
                       move "R" to
                           ws-cu-basis(ws-found-customer-idx)
                       move pr-request-ref to
                           ws-cu-request-ref(ws-found-customer-idx)
                       move pr-received-date to
                           ws-cu-request-date(ws-found-customer-idx)
                   end-evaluate
               else
                   *> The queue is rewritten at the end of the run
                   *> - a request past the table would be lost.
                   display "PRIVPRGE - PRIVACY REQUEST TABLE FULL"
                       " - RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read privacy-request-file at end
                   move "Y" to sw-request-eof
           end-perform.
           close privacy-request-file.

       070-find-customer.

           move 0 to ws-found-customer-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-customer-count
               if (ws-cu-customer-no(ws-iterator) =
                   ws-find-customer-no) then
                   move ws-iterator to ws-found-customer-idx
               end-if
           end-perform.

       100-scan-points.

           open input customer-points-file.
           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               move ws-cu-customer-no(ws-customer-idx) to
                   cp-customer-no
               read customer-points-file
                   invalid key continue
                   not invalid key
                   move cp-points-balance to
                       ws-cu-points-balance(ws-customer-idx)
                   if (cp-last-activity-date >
                       ws-cu-last-activity(ws-customer-idx)) then
                       move cp-last-activity-date to
                           ws-cu-last-activity(ws-customer-idx)
                   end-if
               end-read
           end-perform.
           close customer-points-file.

       110-scan-ar-master.

           open input ar-master-file.
           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               move ws-cu-customer-no(ws-customer-idx) to
                   ar-customer-no
               read ar-master-file
                   invalid key continue
                   not invalid key
                   move ar-balance to
                       ws-cu-ar-balance(ws-customer-idx)
                   if (ar-last-activity-date >
                       ws-cu-last-activity(ws-customer-idx)) then
                       move ar-last-activity-date to
                           ws-cu-last-activity(ws-customer-idx)
                   end-if
               end-read
           end-perform.
           close ar-master-file.

       120-scan-layaways.

           *> Only an open layaway matters here - the customer
           *> still owes on it and has goods held in the back room.
           open input layaway-master-file.
           move 'n' to sw-layaway-eof.
           move low-values to lm-invoice-no.
           start layaway-master-file key is not less than
               lm-invoice-no
               invalid key move "Y" to sw-layaway-eof
           end-start.
           if (sw-layaway-eof not = "Y") then
               perform 125-read-next-layaway
           end-if.
           perform until sw-layaway-eof = "Y"
               if (lm-open) and (lm-customer-no not = spaces) then
                   move lm-customer-no to ws-find-customer-no
                   perform 070-find-customer
                   if (ws-found-customer-idx > 0) then
                       add 1 to
                           ws-cu-open-layaways(ws-found-customer-idx)
                   end-if
               end-if
               perform 125-read-next-layaway
           end-perform.
           close layaway-master-file.

       125-read-next-layaway.
           read layaway-master-file next record
               at end move "Y" to sw-layaway-eof
           end-read.

       130-load-purchase-history.

           open input purchase-history-file.
           read purchase-history-file at end
               move "Y" to sw-history-eof.
           perform until sw-history-eof = "Y"
               if (ws-history-count < 20000) then
                   add 1 to ws-history-count
                   move purchase-history-record to
                       ws-hl-line(ws-history-count)
                   move ws-hl-customer-no(ws-history-count) to
                       ws-find-customer-no
                   perform 070-find-customer
                   if (ws-found-customer-idx > 0) and
                       (ws-hl-transaction-date(ws-history-count)
                       is numeric) and
                       (ws-hl-transaction-date(ws-history-count) >
                       ws-cu-last-activity(ws-found-customer-idx))
                       then
                       move ws-hl-transaction-date
                           (ws-history-count) to
                           ws-cu-last-activity(ws-found-customer-idx)
                   end-if
               else
                   *> The history is rewritten from this table - a
                   *> line past it would be lost for good.
                   display "PRIVPRGE - PURCHASE HISTORY TABLE FULL"
                       " - RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read purchase-history-file at end
                   move "Y" to sw-history-eof
           end-perform.
           close purchase-history-file.

       140-load-open-items.

           open input ar-open-items-file.
           read ar-open-items-file at end
               move "Y" to sw-open-items-eof.
           perform until sw-open-items-eof = "Y"
               if (ws-open-item-count < 500) then
                   add 1 to ws-open-item-count
                   move ar-open-item-record to
                       ws-oi-line(ws-open-item-count)
               else
                   display "PRIVPRGE - OPEN-ITEM TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read ar-open-items-file at end
                   move "Y" to sw-open-items-eof
           end-perform.
           close ar-open-items-file.

       150-scan-archive.

           *> Every sale, return and exchange the customer ever
           *> made is on the archive, including ones that earned no
           *> points - the latest one dates their last activity.
           open input transaction-archive-file.
           move 'n' to sw-archive-eof.
           move low-values to arch-key.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move "Y" to sw-archive-eof
           end-start.
           if (sw-archive-eof not = "Y") then
               perform 155-read-next-archive
           end-if.
           perform until sw-archive-eof = "Y"
               if (arch-transaction-image(84:6) not = spaces) then
                   move arch-transaction-image(84:6) to
                       ws-find-customer-no
                   perform 070-find-customer
                   move arch-transaction-image(43:8) to
                       ws-activity-date-x
                   if (ws-found-customer-idx > 0) and
                       (ws-activity-date is numeric) and
                       (ws-activity-date >
                       ws-cu-last-activity(ws-found-customer-idx))
                       then
                       move ws-activity-date to
                           ws-cu-last-activity(ws-found-customer-idx)
                   end-if
               end-if
               perform 155-read-next-archive
           end-perform.
           close transaction-archive-file.

       155-read-next-archive.
           read transaction-archive-file next record
               at end move "Y" to sw-archive-eof
           end-read.

       160-load-dispute-cases.

           open input dispute-case-file.
           read dispute-case-file at end
               move "Y" to sw-dispute-eof.
           perform until sw-dispute-eof = "Y"
               if (ws-dispute-count < 3000) then
                   add 1 to ws-dispute-count
                   move dispute-case-record to
                       ws-dl-line(ws-dispute-count)
               else
                   *> The ledger is rewritten from this table - a
                   *> case past it would be lost for good.
                   display "PRIVPRGE - DISPUTE CASE TABLE FULL - "
                       "RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               read dispute-case-file at end
                   move "Y" to sw-dispute-eof
           end-perform.
           close dispute-case-file.

       200-select-customers.

           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               if (ws-cu-customer-name(ws-customer-idx) not =
                   ws-purged-name) then
                   *> A customer with no activity on any file is
                   *> not aged - there is no date to age them from,
                   *> and a newly opened account looks the same.
                   if (ws-cu-not-selected(ws-customer-idx)) and
                       (ws-cu-last-activity(ws-customer-idx) > 0)
                       and (ws-cu-last-activity(ws-customer-idx) <
                       ws-inactive-cutoff-date) then
                       move "I" to ws-cu-basis(ws-customer-idx)
                   end-if
                   if (not ws-cu-not-selected(ws-customer-idx))
                       then
                       perform 210-check-refusal
                   end-if
               end-if
           end-perform.

       210-check-refusal.

           *> Anything still owed either way keeps the customer
           *> identifiable - the store has to be able to collect,
           *> deliver or honour it.
           evaluate true
           when ws-cu-open-layaways(ws-customer-idx) > 0
               move "OPEN LAYAWAY" to
                   ws-cu-refusal(ws-customer-idx)
           when ws-cu-ar-balance(ws-customer-idx) not = 0
               move "A/R BALANCE NOT ZERO" to
                   ws-cu-refusal(ws-customer-idx)
           when ws-cu-points-balance(ws-customer-idx) not = 0
               move "UNREDEEMED POINTS" to
                   ws-cu-refusal(ws-customer-idx)
           end-evaluate.

           if (ws-cu-refusal(ws-customer-idx) not = spaces) then
               add 1 to ws-customers-refused
           else
               if (ws-anon-seq = 99999) then
                   display "PRIVPRGE - ANONYMIZED NUMBERS EXHAUSTED"
                       " - RUN HALTED"
                   move 16 to return-code
                   move 16 to ws-rj-return-code
                   perform 900-write-run-journal
                   goback
               end-if
               add 1 to ws-anon-seq
               move ws-anon-customer-no to
                   ws-cu-anon-no(ws-customer-idx)
               add 1 to ws-customers-purged
               if (ws-cu-by-request(ws-customer-idx)) then
                   add 1 to ws-purged-by-request
               else
                   add 1 to ws-purged-by-inactivity
               end-if
           end-if.

       300-rewrite-customer-master.

           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               if (ws-cu-anon-no(ws-customer-idx) not = spaces)
                   then
                   if (ws-cu-customer-name(ws-customer-idx) not =
                       spaces) then
                       move "Y" to
                           ws-cu-name-scrubbed(ws-customer-idx)
                   end-if
                   if (ws-cu-address(ws-customer-idx) not = spaces)
                       then
                       move "Y" to
                           ws-cu-address-scrubbed(ws-customer-idx)
                   end-if
                   if (ws-cu-phone(ws-customer-idx) not = spaces)
                       then
                       move "Y" to
                           ws-cu-phone-scrubbed(ws-customer-idx)
                   end-if
                   if (ws-cu-credit-limit(ws-customer-idx) not = 0)
                       then
                       move "Y" to
                           ws-cu-credit-scrubbed(ws-customer-idx)
                   end-if
                   if (ws-cu-exemption(ws-customer-idx) not =
                       spaces) then
                       move "Y" to
                           ws-cu-cert-scrubbed(ws-customer-idx)
                   end-if
                   *> The record stays so every re-keyed subledger
                   *> entry still finds its customer - it just no
                   *> longer says who that was, and cannot charge.
                   move ws-cu-anon-no(ws-customer-idx) to
                       ws-cu-customer-no(ws-customer-idx)
                   move ws-purged-name to
                       ws-cu-customer-name(ws-customer-idx)
                   move spaces to ws-cu-address(ws-customer-idx)
                   move spaces to ws-cu-phone(ws-customer-idx)
                   move 0 to ws-cu-credit-limit(ws-customer-idx)
                   move spaces to ws-cu-exemption(ws-customer-idx)
               end-if
           end-perform.

           open output customer-master-file.
           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               move ws-cu-record(ws-customer-idx) to
                   customer-master-record
               write customer-master-record
           end-perform.
           close customer-master-file.

       310-rekey-points.

           *> The key itself changes, so the account is deleted and
           *> written again under the anonymized number.
           open i-o customer-points-file.
           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               if (ws-cu-anon-no(ws-customer-idx) not = spaces)
                   then
                   move ws-cu-customer-no(ws-customer-idx) to
                       cp-customer-no
                   read customer-points-file
                       invalid key continue
                       not invalid key
                       move customer-points-record to
                           ws-points-save
                       delete customer-points-file record
                       move ws-points-save to
                           customer-points-record
                       move ws-cu-anon-no(ws-customer-idx) to
                           cp-customer-no
                       write customer-points-record
                       move 1 to
                           ws-cu-points-rekeyed(ws-customer-idx)
                   end-read
               end-if
           end-perform.
           close customer-points-file.

       320-rekey-ar-master.

           open i-o ar-master-file.
           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               if (ws-cu-anon-no(ws-customer-idx) not = spaces)
                   then
                   move ws-cu-customer-no(ws-customer-idx) to
                       ar-customer-no
                   read ar-master-file
                       invalid key continue
                       not invalid key
                       move ar-master-record to ws-ar-save
                       delete ar-master-file record
                       move ws-ar-save to ar-master-record
                       move ws-cu-anon-no(ws-customer-idx) to
                           ar-customer-no
                       write ar-master-record
                       move 1 to
                           ws-cu-ar-rekeyed(ws-customer-idx)
                   end-read
               end-if
           end-perform.
           close ar-master-file.

       330-rekey-layaways.

           open i-o layaway-master-file.
           move 'n' to sw-layaway-eof.
           move low-values to lm-invoice-no.
           start layaway-master-file key is not less than
               lm-invoice-no
               invalid key move "Y" to sw-layaway-eof
           end-start.
           if (sw-layaway-eof not = "Y") then
               perform 125-read-next-layaway
           end-if.
           perform until sw-layaway-eof = "Y"
               if (lm-customer-no not = spaces) then
                   move lm-customer-no to ws-find-customer-no
                   perform 070-find-customer
                   if (ws-found-customer-idx > 0) then
                       if (ws-cu-anon-no(ws-found-customer-idx)
                           not = spaces) then
                           move ws-cu-anon-no(ws-found-customer-idx)
                               to lm-customer-no
                           rewrite layaway-master-record
                           add 1 to ws-cu-layaways-rekeyed
                               (ws-found-customer-idx)
                       end-if
                   end-if
               end-if
               perform 125-read-next-layaway
           end-perform.
           close layaway-master-file.

       340-rewrite-purchase-history.

           open output purchase-history-file.
           perform varying ws-history-idx
               from 1
               by 1
               until ws-history-idx > ws-history-count
               move ws-hl-customer-no(ws-history-idx) to
                   ws-find-customer-no
               perform 070-find-customer
               if (ws-found-customer-idx > 0) then
                   if (ws-cu-anon-no(ws-found-customer-idx) not =
                       spaces) then
                       move ws-cu-anon-no(ws-found-customer-idx) to
                           ws-hl-customer-no(ws-history-idx)
                       add 1 to ws-cu-history-rekeyed
                           (ws-found-customer-idx)
                   end-if
               end-if
               write purchase-history-record from
                   ws-hl-line(ws-history-idx)
           end-perform.
           close purchase-history-file.

       350-rewrite-open-items.

           open output ar-open-items-file.
           perform varying ws-open-item-idx
               from 1
               by 1
               until ws-open-item-idx > ws-open-item-count
               move ws-oi-customer-no(ws-open-item-idx) to
                   ws-find-customer-no
               perform 070-find-customer
               if (ws-found-customer-idx > 0) then
                   if (ws-cu-anon-no(ws-found-customer-idx) not =
                       spaces) then
                       move ws-cu-anon-no(ws-found-customer-idx) to
                           ws-oi-customer-no(ws-open-item-idx)
                       add 1 to ws-cu-open-items-rekeyed
                           (ws-found-customer-idx)
                   end-if
               end-if
               write ar-open-item-record from
                   ws-oi-line(ws-open-item-idx)
           end-perform.
           close ar-open-items-file.

       360-rekey-archive.

           open i-o transaction-archive-file.
           move 'n' to sw-archive-eof.
           move low-values to arch-key.
           start transaction-archive-file key is not less than
               arch-key
               invalid key move "Y" to sw-archive-eof
           end-start.
           if (sw-archive-eof not = "Y") then
               perform 155-read-next-archive
           end-if.
           perform until sw-archive-eof = "Y"
               if (arch-transaction-image(84:6) not = spaces) then
                   move arch-transaction-image(84:6) to
                       ws-find-customer-no
                   perform 070-find-customer
                   if (ws-found-customer-idx > 0) then
                       if (ws-cu-anon-no(ws-found-customer-idx)
                           not = spaces) then
                           move ws-cu-anon-no(ws-found-customer-idx)
                               to arch-transaction-image(84:6)
                           rewrite transaction-archive-record
                           add 1 to ws-cu-archive-rekeyed
                               (ws-found-customer-idx)
                       end-if
                   end-if
               end-if
               perform 155-read-next-archive
           end-perform.
           close transaction-archive-file.

       365-rekey-contracts.

           *> The contract is keyed by serial number, not customer,
           *> so it is rewritten in place.
           open i-o service-contract-file.
           move 'n' to sw-contract-eof.
           move low-values to sc-serial-no.
           start service-contract-file key is not less than
               sc-serial-no
               invalid key move "Y" to sw-contract-eof
           end-start.
           if (sw-contract-eof not = "Y") then
               perform 366-read-next-contract
           end-if.
           perform until sw-contract-eof = "Y"
               if (sc-customer-no not = spaces) then
                   move sc-customer-no to ws-find-customer-no
                   perform 070-find-customer
                   if (ws-found-customer-idx > 0) then
                       if (ws-cu-anon-no(ws-found-customer-idx)
                           not = spaces) then
                           move ws-cu-anon-no(ws-found-customer-idx)
                               to sc-customer-no
                           rewrite service-contract-record
                           add 1 to ws-cu-contracts-rekeyed
                               (ws-found-customer-idx)
                       end-if
                   end-if
               end-if
               perform 366-read-next-contract
           end-perform.
           close service-contract-file.

       366-read-next-contract.
           read service-contract-file next record
               at end move "Y" to sw-contract-eof
           end-read.

       368-rewrite-dispute-cases.

           open output dispute-case-file.
           perform varying ws-dispute-idx
               from 1
               by 1
               until ws-dispute-idx > ws-dispute-count
               if (ws-dl-customer-no(ws-dispute-idx) not = spaces)
                   then
                   move ws-dl-customer-no(ws-dispute-idx) to
                       ws-find-customer-no
                   perform 070-find-customer
                   if (ws-found-customer-idx > 0) then
                       if (ws-cu-anon-no(ws-found-customer-idx)
                           not = spaces) then
                           move ws-cu-anon-no(ws-found-customer-idx)
                               to ws-dl-customer-no(ws-dispute-idx)
                           add 1 to ws-cu-disputes-rekeyed
                               (ws-found-customer-idx)
                       end-if
                   end-if
               end-if
               write dispute-case-record from
                   ws-dl-line(ws-dispute-idx)
           end-perform.
           close dispute-case-file.

       370-write-audit.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           write report-data-line from purged-heading
               after advancing 2 lines.
           write report-data-line from purged-headings
               after advancing 1 line.

           open extend privacy-audit-file.
           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               if (ws-cu-anon-no(ws-customer-idx) not = spaces)
                   then
                   move ws-run-date to pa-purge-date
                   move ws-ts-time-raw(1:6) to pa-purge-time
                   move ws-cu-anon-no(ws-customer-idx) to
                       pa-anon-customer-no
                   if (ws-cu-by-request(ws-customer-idx)) then
                       move "REQUEST" to pa-purge-basis
                   else
                       move "INACTIVE" to pa-purge-basis
                   end-if
                   move ws-cu-request-ref(ws-customer-idx) to
                       pa-request-ref
                   move ws-cu-request-date(ws-customer-idx) to
                       pa-request-received-date
                   move ws-cu-last-activity(ws-customer-idx) to
                       pa-last-activity-date
                   move ws-cu-name-scrubbed(ws-customer-idx) to
                       pa-name-scrubbed
                   move ws-cu-address-scrubbed(ws-customer-idx) to
                       pa-address-scrubbed
                   move ws-cu-phone-scrubbed(ws-customer-idx) to
                       pa-phone-scrubbed
                   move ws-cu-credit-scrubbed(ws-customer-idx) to
                       pa-credit-limit-scrubbed
                   move ws-cu-cert-scrubbed(ws-customer-idx) to
                       pa-exempt-cert-scrubbed
                   move ws-cu-points-rekeyed(ws-customer-idx) to
                       pa-points-rekeyed
                   move ws-cu-ar-rekeyed(ws-customer-idx) to
                       pa-ar-rekeyed
                   move ws-cu-layaways-rekeyed(ws-customer-idx) to
                       pa-layaways-rekeyed
                   move ws-cu-history-rekeyed(ws-customer-idx) to
                       pa-history-rekeyed
                   move ws-cu-open-items-rekeyed(ws-customer-idx)
                       to pa-open-items-rekeyed
                   move ws-cu-archive-rekeyed(ws-customer-idx) to
                       pa-archive-rekeyed
                   move ws-cu-contracts-rekeyed(ws-customer-idx)
                       to pa-contracts-rekeyed
                   move ws-cu-disputes-rekeyed(ws-customer-idx) to
                       pa-disputes-rekeyed
                   write privacy-audit-record
                   perform 375-print-purged-line
               end-if
           end-perform.
           close privacy-audit-file.

       375-print-purged-line.

           move pa-anon-customer-no to prt-pg-anon-no.
           move pa-purge-basis to prt-pg-basis.
           move pa-request-ref to prt-pg-request-ref.
           move pa-last-activity-date to prt-pg-last-activity.
           move "-    " to prt-pg-name-flag.
           move "-    " to prt-pg-address-flag.
           move "-     " to prt-pg-phone-flag.
           move "-   " to prt-pg-cert-flag.
           if (pa-name-scrubbed = "Y") then
               move "NAME " to prt-pg-name-flag
           end-if.
           if (pa-address-scrubbed = "Y") then
               move "ADDR " to prt-pg-address-flag
           end-if.
           if (pa-phone-scrubbed = "Y") then
               move "PHONE " to prt-pg-phone-flag
           end-if.
           if (pa-exempt-cert-scrubbed = "Y") then
               move "CERT" to prt-pg-cert-flag
           end-if.
           move pa-points-rekeyed to prt-pg-points.
           move pa-ar-rekeyed to prt-pg-ar.
           move pa-layaways-rekeyed to prt-pg-layaways.
           move pa-history-rekeyed to prt-pg-history.
           move pa-open-items-rekeyed to prt-pg-open-items.
           move pa-archive-rekeyed to prt-pg-archive.
           move pa-contracts-rekeyed to prt-pg-contracts.
           move pa-disputes-rekeyed to prt-pg-disputes.
           write report-data-line from prt-purged-line
               after advancing 1 line.

       380-report-refusals.

           if (ws-customers-refused > 0) then
               write report-data-line from refused-heading
                   after advancing 2 lines
               write report-data-line from refused-headings
                   after advancing 1 line
           end-if.

           set ws-customer-idx to 1.
           perform varying ws-customer-idx
               from 1
               by 1
               until ws-customer-idx > ws-customer-count
               if (ws-cu-refusal(ws-customer-idx) not = spaces)
                   then
                   move ws-cu-customer-no(ws-customer-idx) to
                       prt-rf-customer-no
                   if (ws-cu-by-request(ws-customer-idx)) then
                       move "REQUEST" to prt-rf-basis
                   else
                       move "INACTIVE" to prt-rf-basis
                   end-if
                   move ws-cu-request-ref(ws-customer-idx) to
                       prt-rf-request-ref
                   move ws-cu-last-activity(ws-customer-idx) to
                       prt-rf-last-activity
                   move ws-cu-refusal(ws-customer-idx) to
                       prt-rf-reason
                   move ws-cu-points-balance(ws-customer-idx) to
                       prt-rf-points
                   move ws-cu-ar-balance(ws-customer-idx) to
                       prt-rf-ar-balance
                   move ws-cu-open-layaways(ws-customer-idx) to
                       prt-rf-open-layaways
                   write report-data-line from prt-refused-line
                       after advancing 1 line
               end-if
           end-perform.

       390-report-requests.

           set ws-request-idx to 1.
           perform varying ws-request-idx
               from 1
               by 1
               until ws-request-idx > ws-request-count
               if (not ws-rq-pending(ws-request-idx)) then
                   add 1 to ws-requests-unknown
                   if (ws-requests-unknown = 1) then
                       write report-data-line from unknown-heading
                           after advancing 2 lines
                   end-if
                   move ws-rq-customer-no(ws-request-idx) to
                       prt-uk-customer-no
                   move ws-rq-request-ref(ws-request-idx) to
                       prt-uk-request-ref
                   move ws-rq-received-date(ws-request-idx) to
                       prt-uk-received-date
                   if (ws-rq-unknown(ws-request-idx)) then
                       move "NOT ON CUSTOMER MASTER" to
                           prt-uk-reason
                   else
                       move "ALREADY ANONYMIZED" to prt-uk-reason
                   end-if
                   write report-data-line from prt-unknown-line
                       after advancing 1 line
               end-if
           end-perform.

       400-requeue-requests.

           *> Only a refused request goes back on the queue - it is
           *> tried again each month-end until whatever is owed is
           *> settled.
           open output privacy-request-file.
           set ws-request-idx to 1.
           perform varying ws-request-idx
               from 1
               by 1
               until ws-request-idx > ws-request-count
               if (ws-rq-pending(ws-request-idx)) then
                   move ws-rq-customer-idx(ws-request-idx) to
                       ws-found-customer-idx
                   if (ws-cu-refusal(ws-found-customer-idx) not =
                       spaces) then
                       add 1 to ws-requests-queued
                       write privacy-request-record from
                           ws-rq-record(ws-request-idx)
                   end-if
               end-if
           end-perform.
           close privacy-request-file.

       600-totals.

           move ws-customers-read to prt-customers-read.
           move ws-requests-read to prt-requests-read.
           move ws-requests-unknown to prt-requests-unknown.
           move ws-requests-queued to prt-requests-queued.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-purged-by-request to prt-purged-by-request.
           move ws-purged-by-inactivity to prt-purged-by-inactivity.
           move ws-customers-refused to prt-customers-refused.
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
               when "PRIVACY-INACTIVE-DAYS"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 0) then
                       move ws-param-count to ws-inactive-days
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

           *> A month-end utility, not one of a date's batches -
           *> it journals and guards as batch zero.
           move 0 to ws-batch-seq-no.

       045-guard-run-journal.

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
           move ws-customers-read to rj-records-read.
           move ws-customers-purged to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program CustomerPurgeProgram.
