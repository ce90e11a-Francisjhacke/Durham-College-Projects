               line sequential.

           *> End-of-day drawer counts keyed in by the stores -
           *> one record per cashier, store and tender type. U.S.
           *> cash ("US") is its own drawer cell, counted in U.S.
           *> dollars.
           select till-declaration-file assign to
               '../../../data/till-declaration.dat'
               organization is line sequential.
           05 sd-gift-card-no                           pic x(16).
           05 sd-customer-no                            pic x(6).
           05 sd-original-invoice-no                    pic x(9).
           05 sd-to-store-no                            pic xx.
           05 sd-serial-no                              pic x(12).
           05 sd-usd-tendered redefines sd-serial-no.
               10 sd-usd-amount                         pic 9(7)v99.
               10 filler                                pic x(3).

       fd returns-file
           data record is rd-record.
           05 rd-gift-card-no                           pic x(16).
           05 rd-customer-no                            pic x(6).
           05 rd-original-invoice-no                    pic x(9).
           05 rd-to-store-no                            pic xx.
           05 rd-serial-no                              pic x(12).
           05 rd-usd-tendered redefines rd-serial-no.
               10 rd-usd-amount                         pic 9(7)v99.
               10 filler                                pic x(3).

       fd exchange-file
           data record is xd-record.
           05 xd-gift-card-no                           pic x(16).
           05 xd-customer-no                            pic x(6).
           05 xd-original-invoice-no                    pic x(9).
           05 xd-to-store-no                            pic xx.
           05 xd-serial-no                              pic x(12).
           05 xd-usd-tendered redefines xd-serial-no.
               10 xd-usd-amount                         pic 9(7)v99.
               10 filler                                pic x(3).

       fd giftcard-file
           data record is gd-record.
           05 gd-gift-card-no                           pic x(16).
           05 gd-customer-no                            pic x(6).
           05 gd-original-invoice-no                    pic x(9).
           05 gd-to-store-no                            pic xx.
           05 gd-serial-no                              pic x(12).
           05 gd-usd-tendered redefines gd-serial-no.
               10 gd-usd-amount                         pic 9(7)v99.
               10 filler                                pic x(3).

       fd short-history-file
           data record is short-history-record.
           value 0.

       *> The header being accumulated, copied here so all four
       *> split files post through the same paragraph. A U.S.
       *> cash cell posts the U.S. dollars handed over, not the
       *> Canadian dollars they were rung for - the drawer holds
       *> U.S. bills, and that is what the store counts.
       01 ws-posting-fields.
           05 ws-post-cashier-id                        pic x(5).
           05 ws-post-store-no                          pic xx.
           05 ws-post-tender-type                       pic xx.
           05 ws-post-amount                            pic 9(7)v99.
           05 ws-post-direction                         pic x.

       *> Prior cash shortages by cashier, off the short history

       100-compute-expected-cells.

           *> A split-tender ("SP") header's money lands in several
           *> drawer cells at once - it posts off its "P" tender
           *> lines, each under its own tender, instead of the
           *> header.
           move 'n' to sw-eof.
           open input sales-file.
           read sales-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if ((sd-record-type = "H") and
                   (sd-payment-type not = "SP")) or
                   (sd-record-type = "P") then
                   move sd-cashier-id to ws-post-cashier-id
                   move sd-store-no to ws-post-store-no
                   move sd-payment-type to ws-post-tender-type
                   if (sd-payment-type = "US") then
                       move sd-usd-amount to ws-post-amount
                   else
                       move sd-transaction-amount to ws-post-amount
                   end-if
                   move "+" to ws-post-direction
                   perform 150-post-expected-cell
               end-if
           open input exchange-file.
           read exchange-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if ((xd-record-type = "H") and
                   (xd-payment-type not = "SP")) or
                   (xd-record-type = "P") then
                   move xd-cashier-id to ws-post-cashier-id
                   move xd-store-no to ws-post-store-no
                   move xd-payment-type to ws-post-tender-type
                   if (xd-payment-type = "US") then
                       move xd-usd-amount to ws-post-amount
                   else
                       move xd-transaction-amount to ws-post-amount
                   end-if
                   move "+" to ws-post-direction
                   perform 150-post-expected-cell
               end-if
           open input giftcard-file.
           read giftcard-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (((gd-record-type = "H") and
                   (gd-payment-type not = "SP")) or
                   (gd-record-type = "P")) and
                   (gd-transaction-code = "G") then
                   move gd-cashier-id to ws-post-cashier-id
                   move gd-store-no to ws-post-store-no
                   move gd-payment-type to ws-post-tender-type
                   if (gd-payment-type = "US") then
                       move gd-usd-amount to ws-post-amount
                   else
                       move gd-transaction-amount to ws-post-amount
                   end-if
                   move "+" to ws-post-direction
                   perform 150-post-expected-cell
               end-if
           open input returns-file.
           read returns-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if ((rd-record-type = "H") and
                   (rd-payment-type not = "SP")) or
                   (rd-record-type = "P") then
                   move rd-cashier-id to ws-post-cashier-id
                   move rd-store-no to ws-post-store-no
                   move rd-payment-type to ws-post-tender-type
                   if (rd-payment-type = "US") then
                       move rd-usd-amount to ws-post-amount
                   else
                       move rd-transaction-amount to ws-post-amount
                   end-if
                   move "-" to ws-post-direction
                   perform 150-post-expected-cell
               end-if
