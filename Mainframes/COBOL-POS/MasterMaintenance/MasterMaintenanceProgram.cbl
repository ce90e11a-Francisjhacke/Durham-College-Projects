               '../../../data/customer-master.dat'
               organization is line sequential.

           *> Each SKU's primary vendor, the vendor's own item
           *> number for it and the pack it ships in - what
           *> ReplenishmentProgram cuts purchase orders from.
           *> OPTIONAL, so the first vendor added creates it.
           select optional vendor-master-file assign to
               '../../../data/vendor-master.dat'
               organization is line sequential.

           *> What the item master's bare department and category
           *> codes mean - the name every department report prints,
           *> the buyer answerable for it, and the GL accounts its
           *> sales and returns post to. OPTIONAL, so the first
           *> department added creates it.
           select optional department-master-file assign to
               '../../../data/department-master.dat'
               organization is line sequential.

           *> Today's validated feed, read only to refuse
           *> deactivating a cashier who has already rung today -
           *> OPTIONAL, since maintenance usually runs before the
               88 mnt-store-file                        value "SM".
               88 mnt-cashier-file                      value "CM".
               88 mnt-customer-file                     value "CU".
               88 mnt-vendor-file                       value "VN".
               *> A customer's tax-exemption certificate - keyed by
               *> customer number against a customer already on
               *> file, and kept on that customer's master record.
               88 mnt-exemption-file                    value "TX".
               *> A customer's standing request to be left off every
               *> mailing - an add places it, a deactivate lifts it.
               *> Nothing rides in the field image.
               88 mnt-no-contact-file                   value "NC".
               *> Keyed department and category - a blank category
               *> is the department's own record.
               88 mnt-department-file                   value "DP".
           05 mnt-action                                pic x.
               88 mnt-add                               value "A".
               88 mnt-change                            value "C".
               10 mnt-im-category                       pic xx.
               10 mnt-im-retail-price                   pic 9(5)v99.
               10 mnt-im-tax-category                    pic x.
               10 mnt-im-unit-cost                      pic 9(5)v99.
               10 mnt-im-service-plan-flag              pic x.
               10 mnt-im-plan-term-months               pic 99.
               10 filler                                pic x(27).
           05 mnt-sm-fields redefines mnt-field-image.
               10 mnt-sm-store-name                     pic x(20).
               10 mnt-sm-province                       pic xx.
               10 mnt-cu-address                        pic x(30).
               10 mnt-cu-phone                          pic x(12).
               10 mnt-cu-credit-limit                   pic 9(5)v99.
           05 mnt-vn-fields redefines mnt-field-image.
               10 mnt-vn-vendor-no                      pic x(6).
               10 mnt-vn-vendor-name                    pic x(20).
               10 mnt-vn-vendor-item-no                 pic x(15).
               10 mnt-vn-pack-size                      pic 9(4).
               10 mnt-vn-lead-days                      pic 9(3).
               10 filler                                pic x(21).
           05 mnt-tx-fields redefines mnt-field-image.
               10 mnt-tx-exempt-cert-no                 pic x(15).
               10 mnt-tx-exempt-type                    pic x.
                   88 mnt-tx-type-valid                 value
                       "G" "P" "B".
               10 mnt-tx-exempt-province                pic xx.
               10 mnt-tx-exempt-expiry-date.
                   15 mnt-tx-expiry-year                pic 9(4).
                   15 mnt-tx-expiry-month               pic 99.
                   15 mnt-tx-expiry-day                 pic 99.
               10 filler                                pic x(43).
           05 mnt-dp-fields redefines mnt-field-image.
               10 mnt-dp-description                    pic x(20).
               10 mnt-dp-buyer-name                     pic x(20).
               10 mnt-dp-revenue-gl-account             pic x(6).
               10 mnt-dp-returns-gl-account             pic x(6).
               10 filler                                pic x(17).

       fd item-master-file
           data record is item-master-record.
           05 im-category                               pic xx.
           05 im-retail-price                           pic 9(5)v99.
           05 im-tax-category                           pic x.
           *> Standard unit cost - what a SKU is costed at until a
           *> receipt gives its stock position a landed cost of
           *> its own.
           05 im-unit-cost                              pic 9(5)v99.
           *> "S" marks a service-plan SKU - a protection plan sold
           *> against a serialized unit, earned over the term (in
           *> months) that follows it.
           05 im-service-plan-flag                      pic x.
           05 im-plan-term-months                       pic 99.

       fd store-master-file
           data record is store-master-record.
           05 cu-address                                pic x(30).
           05 cu-phone                                  pic x(12).
           05 cu-credit-limit                           pic 9(5)v99.
           *> The tax-exemption certificate - "G" exempts GST, "P"
           *> PST, "B" both, PST only in the certificate's own
           *> province. Blank on a customer with no certificate.
           05 cu-exempt-cert-no                         pic x(15).
           05 cu-exempt-type                            pic x.
           05 cu-exempt-province                        pic xx.
           05 cu-exempt-expiry-date                     pic 9(8).
           *> "Y" - the customer has asked not to be contacted, and
           *> no marketing extract may carry them. Blank otherwise.
           05 cu-no-contact-flag                        pic x.

       fd vendor-master-file
           data record is vendor-master-record.

       01 vendor-master-record.
           05 vm-sku-code                               pic x(15).
           05 vm-vendor-no                              pic x(6).
           05 vm-vendor-name                            pic x(20).
           05 vm-vendor-item-no                         pic x(15).
           *> Units per case - every order quantity is rounded up
           *> to a whole number of these.
           05 vm-pack-size                              pic 9(4).
           *> Days from order to expected delivery.
           05 vm-lead-days                              pic 9(3).

       fd department-master-file
           data record is department-master-record.

       *> A department's own record carries its GL accounts; a
       *> category record names the category and may name its own
       *> buyer, and books to its department's accounts.
       01 department-master-record.
           05 dm-department                             pic xx.
           05 dm-category                               pic xx.
           05 dm-description                            pic x(20).
           05 dm-buyer-name                             pic x(20).
           05 dm-revenue-gl-account                     pic x(6).
           05 dm-returns-gl-account                     pic x(6).

       fd valid-data-file
           data record is vd-record.
       01 sw-valid-data-eof                             pic x
           value 'n'.

       01 sw-vendor-master-eof                          pic x
           value 'n'.

       01 sw-department-master-eof                      pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).
       01 ws-run-time-raw                               pic 9(8).
       01 ws-run-time                                   pic 9(6).
               value 0.
           05 ws-item-entries occurs 2000 times
               indexed by ws-item-idx.
               10 ws-it-record                          pic x(57).
               10 ws-it-record-parsed redefines
                   ws-it-record.
                   15 ws-it-sku-code                    pic x(15).
                   15 ws-it-body                        pic x(42).
               10 ws-it-deleted                         pic x.

       01 ws-store-table.
               value 0.
           05 ws-customer-entries occurs 500 times
               indexed by ws-customer-idx.
               10 ws-cu-record                          pic x(102).
               10 ws-cu-record-parsed redefines
                   ws-cu-record.
                   15 ws-cu-customer-no                 pic x(6).
                   15 ws-cu-body                        pic x(69).
                   15 ws-cu-exemption                   pic x(26).
                   15 ws-cu-no-contact-flag             pic x.
               10 ws-cu-deleted                         pic x.

       01 ws-vendor-table.
           05 ws-vendor-count                           pic 9(4)
               value 0.
           05 ws-vendor-entries occurs 2000 times
               indexed by ws-vendor-idx.
               10 ws-vn-record                          pic x(63).
               10 ws-vn-record-parsed redefines
                   ws-vn-record.
                   15 ws-vn-sku-code                    pic x(15).
                   15 ws-vn-body                        pic x(48).
               10 ws-vn-deleted                         pic x.

       01 ws-department-table.
           05 ws-department-count                       pic 999
               value 0.
           05 ws-department-entries occurs 200 times
               indexed by ws-department-idx.
               10 ws-dp-record                          pic x(56).
               10 ws-dp-record-parsed redefines
                   ws-dp-record.
                   15 ws-dp-key.
                       20 ws-dp-department              pic xx.
                       20 ws-dp-category                pic xx.
                   15 ws-dp-body                        pic x(52).
               10 ws-dp-deleted                         pic x.

       *> Cashier IDs that rang anything on today's validated feed
       *> - a deactivation against any of these is refused, since
       *> the day's summaries and the till reconciliation still
       01 ws-found-idx                                  pic 9(4)
           value 0.

       01 ws-found-dept-idx                             pic 9(4)
           value 0.

       01 ws-iterator                                   pic 9(4)
           value 1.

       01 ws-reject-reason                              pic x(30)
           value spaces.

       *> A customer's certificate as the audit trail sees it -
       *> the whole customer record would not fit the image.
       01 ws-exemption-image.
           05 ws-xi-customer-no                         pic x(6).
           05 ws-xi-exemption                           pic x(26).

       *> Likewise the contact flag on its own.
       01 ws-no-contact-image.
           05 ws-nci-customer-no                        pic x(6).
           05 ws-nci-no-contact-flag                    pic x.

       01 ws-counts.
           05 ws-trans-read                             pic 9(4)
               value 0.
           perform 055-load-store-master.
           perform 060-load-cashier-master.
           perform 065-load-customer-master.
           perform 067-load-vendor-master.
           perform 068-load-department-master.

           *> Collect the cashier IDs on today's validated feed, so
           *> a deactivation against one of them can be refused.

           close customer-master-file.

       067-load-vendor-master.
           open input vendor-master-file.

           read vendor-master-file at end
               move "Y" to sw-vendor-master-eof.
           perform until sw-vendor-master-eof = "Y"
               if (ws-vendor-count < 2000) then
                   add 1 to ws-vendor-count
                   move vendor-master-record to
                       ws-vn-record(ws-vendor-count)
                   move 'n' to ws-vn-deleted(ws-vendor-count)
               else
                   *> A master past the table would be silently
                   *> dropped on the rewrite - that is a halt,
                   *> not a warning.
                   display "MSTMAINT - VENDOR MASTER TABLE "
                       "FULL - RUN HALTED"
                   move 16 to return-code
                   goback
               end-if

               read vendor-master-file at end
                   move "Y" to sw-vendor-master-eof
           end-perform.

           close vendor-master-file.

       068-load-department-master.
           open input department-master-file.

           read department-master-file at end
               move "Y" to sw-department-master-eof.
           perform until sw-department-master-eof = "Y"
               if (ws-department-count < 200) then
                   add 1 to ws-department-count
                   move department-master-record to
                       ws-dp-record(ws-department-count)
                   move 'n' to ws-dp-deleted(ws-department-count)
               else
                   *> A master past the table would be silently
                   *> dropped on the rewrite - that is a halt,
                   *> not a warning.
                   display "MSTMAINT - DEPARTMENT MASTER TABLE "
                       "FULL - RUN HALTED"
                   move 16 to return-code
                   goback
               end-if

               read department-master-file at end
                   move "Y" to sw-department-master-eof
           end-perform.

           close department-master-file.

       070-load-rang-today.

           open input valid-data-file.

           if (not mnt-item-file) and (not mnt-store-file) and
               (not mnt-cashier-file) and (not mnt-customer-file)
               and (not mnt-vendor-file) and
               (not mnt-exemption-file) and
               (not mnt-no-contact-file) and
               (not mnt-department-file) then
               move "INVALID FILE ID" to ws-reject-reason
           end-if.

                   perform 140-maintain-cashier
               when mnt-customer-file
                   perform 150-maintain-customer
               when mnt-vendor-file
                   perform 160-maintain-vendor
               when mnt-exemption-file
                   perform 170-maintain-exemption
               when mnt-no-contact-file
                   perform 180-maintain-no-contact
               when mnt-department-file
                   perform 185-maintain-department
               end-evaluate
           end-if.

                           move spaces to aud-before-image
                           move mnt-key(1:15) to
                               ws-it-sku-code(ws-item-count)
                           move mnt-field-image(1:42) to
                               ws-it-body(ws-item-count)
                           move 'n' to
                               ws-it-deleted(ws-item-count)
                   if (ws-reject-reason = spaces) then
                       move ws-it-record(ws-found-idx) to
                           aud-before-image
                       move mnt-field-image(1:42) to
                           ws-it-body(ws-found-idx)
                       move ws-it-record(ws-found-idx) to
                           aud-after-image
               move "INVALID TAX CATEGORY" to ws-reject-reason
           end-if.

           *> An item keyed without a cost goes on at zero and is
           *> costed off its first receipt - a cost that is keyed
           *> but not a number is rejected like a bad price.
           if (ws-reject-reason = spaces) and
               (mnt-field-image(33:7) = spaces) then
               move 0 to mnt-im-unit-cost
           end-if.

           if (ws-reject-reason = spaces) and
               (mnt-im-unit-cost not numeric) then
               move "UNIT COST NOT NUMERIC" to ws-reject-reason
           end-if.

           *> Once departments are on file, an item has to land in
           *> one of them - otherwise its sales post to no
           *> department's accounts and print under no name.
           if (ws-reject-reason = spaces) and
               (ws-department-count > 0) then
               move 0 to ws-found-dept-idx
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-department-count
                   if (ws-dp-department(ws-iterator) =
                       mnt-im-department) and
                       (ws-dp-category(ws-iterator) = spaces) and
                       (ws-dp-deleted(ws-iterator) = 'n') then
                       move ws-iterator to ws-found-dept-idx
                   end-if
               end-perform
               if (ws-found-dept-idx = 0) then
                   move "DEPARTMENT NOT ON FILE" to
                       ws-reject-reason
               end-if
           end-if.

           *> A service plan has to say how long it runs - the term
           *> is what its price is earned over. Any other item
           *> carries no term at all.
           if (ws-reject-reason = spaces) and
               (mnt-im-service-plan-flag not = space) and
               (mnt-im-service-plan-flag not = "S") then
               move "INVALID SERVICE PLAN FLAG" to ws-reject-reason
           end-if.

           if (ws-reject-reason = spaces) and
               (mnt-im-service-plan-flag = space) then
               move 0 to mnt-im-plan-term-months
           end-if.

           if (ws-reject-reason = spaces) and
               (mnt-im-service-plan-flag = "S") and
               ((mnt-im-plan-term-months not numeric) or
               (mnt-im-plan-term-months = 0)) then
               move "PLAN TERM MISSING" to ws-reject-reason
           end-if.

       130-maintain-store.

           move 0 to ws-found-idx.
                               (ws-customer-count)
                           move mnt-field-image to
                               ws-cu-body(ws-customer-count)
                           move spaces to
                               ws-cu-exemption(ws-customer-count)
                           move space to
                               ws-cu-no-contact-flag
                               (ws-customer-count)
                           move 'n' to
                               ws-cu-deleted(ws-customer-count)
                           move ws-cu-record(ws-customer-count)
                   ws-reject-reason
           end-if.

       160-maintain-vendor.

           move 0 to ws-found-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-vendor-count
               if (ws-vn-sku-code(ws-iterator) = mnt-key(1:15))
                   and (ws-vn-deleted(ws-iterator) = 'n') then
                   move ws-iterator to ws-found-idx
               end-if
           end-perform.

           evaluate true
           when mnt-add
               if (ws-found-idx > 0) then
                   move "KEY ALREADY ON FILE" to ws-reject-reason
               else
                   perform 165-check-vendor-fields
                   if (ws-reject-reason = spaces) then
                       if (ws-vendor-count < 2000) then
                           add 1 to ws-vendor-count
                           move spaces to aud-before-image
                           move mnt-key(1:15) to
                               ws-vn-sku-code(ws-vendor-count)
                           move mnt-field-image(1:48) to
                               ws-vn-body(ws-vendor-count)
                           move 'n' to
                               ws-vn-deleted(ws-vendor-count)
                           move ws-vn-record(ws-vendor-count) to
                               aud-after-image
                           perform 190-write-audit-record
                       else
                           move "VENDOR TABLE FULL" to
                               ws-reject-reason
                       end-if
                   end-if
               end-if
           when mnt-change
               if (ws-found-idx = 0) then
                   move "KEY NOT ON FILE" to ws-reject-reason
               else
                   perform 165-check-vendor-fields
                   if (ws-reject-reason = spaces) then
                       move ws-vn-record(ws-found-idx) to
                           aud-before-image
                       move mnt-field-image(1:48) to
                           ws-vn-body(ws-found-idx)
                       move ws-vn-record(ws-found-idx) to
                           aud-after-image
                       perform 190-write-audit-record
                   end-if
               end-if
           when mnt-deactivate
               *> Dropping a SKU's vendor takes it off the file -
               *> replenishment lists the SKU without cutting a
               *> PO for it until a vendor is keyed again.
               if (ws-found-idx = 0) then
                   move "KEY NOT ON FILE" to ws-reject-reason
               else
                   move ws-vn-record(ws-found-idx) to
                       aud-before-image
                   move spaces to aud-after-image
                   move 'y' to ws-vn-deleted(ws-found-idx)
                   perform 190-write-audit-record
               end-if
           end-evaluate.

       165-check-vendor-fields.

           if (mnt-vn-vendor-no = spaces) then
               move "VENDOR NUMBER MISSING" to ws-reject-reason
           end-if.

           *> A pack keyed blank means the vendor ships singles;
           *> lead time keyed blank means no promised delivery
           *> window, so an order is due the day it is cut.
           if (mnt-field-image(42:4) = spaces) then
               move 1 to mnt-vn-pack-size
           end-if.
           if (mnt-field-image(46:3) = spaces) then
               move 0 to mnt-vn-lead-days
           end-if.

           if (ws-reject-reason = spaces) and
               ((mnt-vn-pack-size not numeric) or
               (mnt-vn-pack-size = 0)) then
               move "PACK SIZE NOT NUMERIC" to ws-reject-reason
           end-if.

           if (ws-reject-reason = spaces) and
               (mnt-vn-lead-days not numeric) then
               move "LEAD DAYS NOT NUMERIC" to ws-reject-reason
           end-if.

           *> The SKU has to be a live item - a vendor for a SKU
           *> nobody stocks would cut orders nothing can sell.
           if (ws-reject-reason = spaces) then
               move "SKU NOT ON ITEM MASTER" to ws-reject-reason
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-item-count
                   if (ws-it-sku-code(ws-iterator) =
                       mnt-key(1:15)) and
                       (ws-it-deleted(ws-iterator) = 'n') then
                       move spaces to ws-reject-reason
                   end-if
               end-perform
           end-if.

       170-maintain-exemption.

           move 0 to ws-found-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-customer-count
               if (ws-cu-customer-no(ws-iterator) = mnt-key(1:6))
                   and (ws-cu-deleted(ws-iterator) = 'n') then
                   move ws-iterator to ws-found-idx
               end-if
           end-perform.

           *> The certificate lives on the customer's own record,
           *> so the customer has to be on file first. An add puts
           *> a certificate on a customer without one, a change
           *> replaces (renews) it, and a deactivate withdraws it -
           *> the customer stays, taxed in full from then on.
           if (ws-found-idx = 0) then
               move "CUSTOMER NOT ON FILE" to ws-reject-reason
           else
               move ws-cu-customer-no(ws-found-idx) to
                   ws-xi-customer-no
               move ws-cu-exemption(ws-found-idx) to
                   ws-xi-exemption
               evaluate true
               when mnt-add
                   if (ws-cu-exemption(ws-found-idx) not = spaces)
                       then
                       move "CERTIFICATE ALREADY ON FILE" to
                           ws-reject-reason
                   else
                       perform 175-check-exemption-fields
                   end-if
               when mnt-change
                   if (ws-cu-exemption(ws-found-idx) = spaces) then
                       move "NO CERTIFICATE ON FILE" to
                           ws-reject-reason
                   else
                       perform 175-check-exemption-fields
                   end-if
               when mnt-deactivate
                   if (ws-cu-exemption(ws-found-idx) = spaces) then
                       move "NO CERTIFICATE ON FILE" to
                           ws-reject-reason
                   end-if
               end-evaluate

               if (ws-reject-reason = spaces) then
                   move ws-exemption-image to aud-before-image
                   if (mnt-deactivate) then
                       move spaces to ws-cu-exemption(ws-found-idx)
                   else
                       move mnt-field-image(1:26) to
                           ws-cu-exemption(ws-found-idx)
                   end-if
                   move ws-cu-exemption(ws-found-idx) to
                       ws-xi-exemption
                   move ws-exemption-image to aud-after-image
                   perform 190-write-audit-record
               end-if
           end-if.

       175-check-exemption-fields.

           if (mnt-tx-exempt-cert-no = spaces) then
               move "CERTIFICATE NUMBER MISSING" to
                   ws-reject-reason
           end-if.

           if (ws-reject-reason = spaces) and
               (not mnt-tx-type-valid) then
               move "EXEMPTION TYPE NOT G/P/B" to ws-reject-reason
           end-if.

           if (ws-reject-reason = spaces) and
               (mnt-tx-exempt-province = spaces) then
               move "PROVINCE MISSING" to ws-reject-reason
           end-if.

           *> Every certificate carries an expiry - status cards
           *> and reseller numbers alike are renewed, not issued
           *> for life.
           if (ws-reject-reason = spaces) and
               ((mnt-tx-exempt-expiry-date not numeric) or
               (mnt-tx-expiry-month < 1) or
               (mnt-tx-expiry-month > 12) or
               (mnt-tx-expiry-day < 1) or
               (mnt-tx-expiry-day > 31)) then
               move "EXPIRY DATE INVALID" to ws-reject-reason
           end-if.

       180-maintain-no-contact.

           move 0 to ws-found-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-customer-count
               if (ws-cu-customer-no(ws-iterator) = mnt-key(1:6))
                   and (ws-cu-deleted(ws-iterator) = 'n') then
                   move ws-iterator to ws-found-idx
               end-if
           end-perform.

           *> The flag is either on or off, so there is nothing for
           *> a change to change - an add places it and a
           *> deactivate lifts it when the customer opts back in.
           if (ws-found-idx = 0) then
               move "CUSTOMER NOT ON FILE" to ws-reject-reason
           else
               move ws-cu-customer-no(ws-found-idx) to
                   ws-nci-customer-no
               move ws-cu-no-contact-flag(ws-found-idx) to
                   ws-nci-no-contact-flag
               evaluate true
               when mnt-add
                   if (ws-cu-no-contact-flag(ws-found-idx) = "Y")
                       then
                       move "ALREADY FLAGGED NO CONTACT" to
                           ws-reject-reason
                   end-if
               when mnt-change
                   move "CHANGE NOT VALID FOR NC" to
                       ws-reject-reason
               when mnt-deactivate
                   if (ws-cu-no-contact-flag(ws-found-idx) not = "Y")
                       then
                       move "NOT FLAGGED NO CONTACT" to
                           ws-reject-reason
                   end-if
               end-evaluate

               if (ws-reject-reason = spaces) then
                   move ws-no-contact-image to aud-before-image
                   if (mnt-deactivate) then
                       move space to
                           ws-cu-no-contact-flag(ws-found-idx)
                   else
                       move "Y" to
                           ws-cu-no-contact-flag(ws-found-idx)
                   end-if
                   move ws-cu-no-contact-flag(ws-found-idx) to
                       ws-nci-no-contact-flag
                   move ws-no-contact-image to aud-after-image
                   perform 190-write-audit-record
               end-if
           end-if.

       185-maintain-department.

           move 0 to ws-found-idx.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-department-count
               if (ws-dp-key(ws-iterator) = mnt-key(1:4))
                   and (ws-dp-deleted(ws-iterator) = 'n') then
                   move ws-iterator to ws-found-idx
               end-if
           end-perform.

           evaluate true
           when mnt-add
               if (ws-found-idx > 0) then
                   move "KEY ALREADY ON FILE" to ws-reject-reason
               else
                   perform 187-check-department-fields
                   if (ws-reject-reason = spaces) then
                       if (ws-department-count < 200) then
                           add 1 to ws-department-count
                           move spaces to aud-before-image
                           move mnt-key(1:4) to
                               ws-dp-key(ws-department-count)
                           move mnt-field-image(1:52) to
                               ws-dp-body(ws-department-count)
                           move 'n' to
                               ws-dp-deleted(ws-department-count)
                           move ws-dp-record(ws-department-count)
                               to aud-after-image
                           perform 190-write-audit-record
                       else
                           move "DEPARTMENT TABLE FULL" to
                               ws-reject-reason
                       end-if
                   end-if
               end-if
           when mnt-change
               if (ws-found-idx = 0) then
                   move "KEY NOT ON FILE" to ws-reject-reason
               else
                   perform 187-check-department-fields
                   if (ws-reject-reason = spaces) then
                       move ws-dp-record(ws-found-idx) to
                           aud-before-image
                       move mnt-field-image(1:52) to
                           ws-dp-body(ws-found-idx)
                       move ws-dp-record(ws-found-idx) to
                           aud-after-image
                       perform 190-write-audit-record
                   end-if
               end-if
           when mnt-deactivate
               *> A department or category comes off the file only
               *> once nothing is left in it - an item still coded
               *> to it would post and print under nobody.
               if (ws-found-idx = 0) then
                   move "KEY NOT ON FILE" to ws-reject-reason
               else
                   perform varying ws-iterator
                       from 1
                       by 1
                       until ws-iterator > ws-item-count
                       if (ws-it-deleted(ws-iterator) = 'n') and
                           (ws-it-body(ws-iterator)(21:2) =
                           mnt-key(1:2)) and
                           ((mnt-key(3:2) = spaces) or
                           (ws-it-body(ws-iterator)(23:2) =
                           mnt-key(3:2))) then
                           move "ITEMS STILL ON FILE IN IT" to
                               ws-reject-reason
                       end-if
                   end-perform
                   if (ws-reject-reason = spaces) and
                       (mnt-key(3:2) = spaces) then
                       perform varying ws-iterator
                           from 1
                           by 1
                           until ws-iterator > ws-department-count
                           if (ws-dp-department(ws-iterator) =
                               mnt-key(1:2)) and
                               (ws-dp-category(ws-iterator) not =
                               spaces) and
                               (ws-dp-deleted(ws-iterator) = 'n')
                               then
                               move "CATEGORIES STILL ON FILE" to
                                   ws-reject-reason
                           end-if
                       end-perform
                   end-if
                   if (ws-reject-reason = spaces) then
                       move ws-dp-record(ws-found-idx) to
                           aud-before-image
                       move spaces to aud-after-image
                       move 'y' to ws-dp-deleted(ws-found-idx)
                       perform 190-write-audit-record
                   end-if
               end-if
           end-evaluate.

       187-check-department-fields.

           if (mnt-key(1:2) = spaces) then
               move "DEPARTMENT CODE MISSING" to ws-reject-reason
           end-if.

           if (ws-reject-reason = spaces) and
               (mnt-dp-description = spaces) then
               move "DESCRIPTION MISSING" to ws-reject-reason
           end-if.

           *> The department's own record carries the GL accounts
           *> every category in it books to - both have to be a
           *> full six-digit account.
           if (ws-reject-reason = spaces) and
               (mnt-key(3:2) = spaces) then
               if (mnt-dp-revenue-gl-account not numeric) then
                   move "REVENUE GL ACCOUNT INVALID" to
                       ws-reject-reason
               else
                   if (mnt-dp-returns-gl-account not numeric) then
                       move "RETURNS GL ACCOUNT INVALID" to
                           ws-reject-reason
                   end-if
               end-if
           end-if.

           *> A category sits under a department already on file,
           *> and books to that department's accounts.
           if (ws-reject-reason = spaces) and
               (mnt-key(3:2) not = spaces) then
               if (mnt-dp-revenue-gl-account not = spaces) or
                   (mnt-dp-returns-gl-account not = spaces) then
                   move "GL ACCOUNTS ON DEPT ROW ONLY" to
                       ws-reject-reason
               else
                   move 0 to ws-found-dept-idx
                   perform varying ws-iterator
                       from 1
                       by 1
                       until ws-iterator > ws-department-count
                       if (ws-dp-department(ws-iterator) =
                           mnt-key(1:2)) and
                           (ws-dp-category(ws-iterator) = spaces)
                           and (ws-dp-deleted(ws-iterator) = 'n')
                           then
                           move ws-iterator to ws-found-dept-idx
                       end-if
                   end-perform
                   if (ws-found-dept-idx = 0) then
                       move "DEPARTMENT NOT ON FILE" to
                           ws-reject-reason
                   end-if
               end-if
           end-if.

       190-write-audit-record.

           move ws-run-date to aud-date.
           end-perform.
           close customer-master-file.

           open output vendor-master-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-vendor-count
               if (ws-vn-deleted(ws-iterator) = 'n') then
                   move ws-vn-record(ws-iterator) to
                       vendor-master-record
                   write vendor-master-record
               end-if
           end-perform.
           close vendor-master-file.

           open output department-master-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-department-count
               if (ws-dp-deleted(ws-iterator) = 'n') then
                   move ws-dp-record(ws-iterator) to
                       department-master-record
                   write department-master-record
               end-if
           end-perform.
           close department-master-file.

       300-totals.

           move ws-trans-read to prt-trans-read.
