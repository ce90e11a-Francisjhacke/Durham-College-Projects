               '../../../data/ar-open-items.dat'
               organization is line sequential.

           *> The subledger's total before and after this step
           *> posted, appended once per run - the balancing proof
           *> near the end of the chain holds the movement between
           *> the two up against what the GL journal says moved.
           select optional subledger-movement-file assign to
               '../../../data/subledger-movement.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/ar-aging-report.dat'
               organization is line sequential.
           05 sd-transaction-time                       pic 9(6).
           05 sd-record-type                            pic x.
               88 sd-header-record                      value "H".
               88 sd-tender-record                      value "P".
           05 sd-quantity                               pic 9(3).
           05 sd-unit-price                             pic 9(5)v99.
           05 sd-gift-card-no                           pic x(16).
           05 xd-transaction-time                       pic 9(6).
           05 xd-record-type                            pic x.
               88 xd-header-record                      value "H".
               88 xd-tender-record                      value "P".
           05 xd-quantity                               pic 9(3).
           05 xd-unit-price                             pic 9(5)v99.
           05 xd-gift-card-no                           pic x(16).
           05 rd-transaction-time                       pic 9(6).
           05 rd-record-type                            pic x.
               88 rd-header-record                      value "H".
               88 rd-tender-record                      value "P".
           05 rd-quantity                               pic 9(3).
           05 rd-unit-price                             pic 9(5)v99.
           05 rd-gift-card-no                           pic x(16).
           05 gd-transaction-time                       pic 9(6).
           05 gd-record-type                            pic x.
               88 gd-header-record                      value "H".
               88 gd-tender-record                      value "P".
           05 gd-quantity                               pic 9(3).
           05 gd-unit-price                             pic 9(5)v99.
           05 gd-gift-card-no                           pic x(16).
           05 aoi-charge-date                           pic 9(8).
           05 aoi-open-amount                           pic 9(7)v99.

       fd subledger-movement-file
           data record is subledger-movement-record.

       01 subledger-movement-record.
           05 smv-program-id                            pic x(30).
           05 smv-business-date                         pic 9(8).
           05 smv-batch-seq-no                          pic 9(3).
           05 smv-opening-total                         pic
               s9(11)v99 sign is leading separate.
           05 smv-closing-total                         pic
               s9(11)v99 sign is leading separate.

       fd report-file
           data record is report-data-line.

       01 ws-tie-out-difference                         pic
           s9(11)v99 value 0.

       *> The master's balance total before this batch posted -
       *> the swept total after, less this, is the subledger's
       *> movement for the batch.
       01 ws-opening-balance-total                      pic
           s9(11)v99 value 0.

       01 report-heading-line.
           05 filler                                    pic x(22)
               value spaces.
           *> balances.
           perform 050-load-open-items.

           *> What the accounts owed before this batch touched them.
           perform 060-measure-opening-balance.

           *> Charges first, then the day's credits and payments,
           *> so a same-day payment has something to settle.
           perform 100-post-sales.
           perform 150-rewrite-open-items.
           perform 200-report-aging.

           perform 880-write-subledger-movement.

           perform 900-write-run-journal.

           accept return-code.
           end-perform.
           close ar-open-items-file.

       060-measure-opening-balance.

           move spaces to sw-master-eof.
           move low-values to ar-customer-no.
           start ar-master-file key is not less than
               ar-customer-no
               invalid key move "Y" to sw-master-eof
           end-start.

           if (sw-master-eof not = "Y") then
               perform 210-read-next-account
           end-if.
           perform until sw-master-eof = "Y"
               add ar-balance to ws-opening-balance-total
               perform 210-read-next-account
           end-perform.

       100-post-sales.

           *> Any header tendered on account charges here -
           *> well as the layaway feed, so an installment put on
           *> the house account bills like any other charge. The
           *> layaway feed itself is deliberately not read - the
           *> same header would post twice. A split-tender
           *> invoice charges only its "OA" tender line's share,
           *> which carries the customer number the same way.
           move 'n' to sw-eof.
           read sales-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (sd-header-record or sd-tender-record) and
                   (sd-payment-type = "OA") then
                   move sd-customer-no to ws-post-customer-no
                   move sd-transaction-amount to ws-post-amount
           move 'n' to sw-eof.
           read exchange-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (xd-header-record or xd-tender-record) and
                   (xd-payment-type = "OA") then
                   move xd-customer-no to ws-post-customer-no
                   move xd-transaction-amount to ws-post-amount
           move 'n' to sw-eof.
           read giftcard-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (gd-header-record or gd-tender-record) and
                   (gd-transaction-code = "G") and
                   (gd-payment-type = "OA") then
                   move gd-customer-no to ws-post-customer-no
           move 'n' to sw-eof.
           read returns-file at end move "Y" to sw-eof.
           perform until sw-eof = "Y"
               if (rd-header-record or rd-tender-record) and
                   (rd-payment-type = "OA") then
                   move rd-customer-no to ws-post-customer-no
                   move rd-transaction-amount to ws-post-amount
               add ws-oi-open-amount(ws-iterator) to ws-age-90
           end-evaluate.

       880-write-subledger-movement.

           move ws-rj-this-program to smv-program-id.
           move ws-run-date to smv-business-date.
           move ws-batch-seq-no to smv-batch-seq-no.
           move ws-opening-balance-total to smv-opening-total.
           move ws-master-balance-total to smv-closing-total.

           open extend subledger-movement-file.
           write subledger-movement-record.
           close subledger-movement-file.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.
