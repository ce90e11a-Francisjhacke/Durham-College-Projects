               '../../../data/gc-escheatment.dat'
               organization is line sequential.

           *> The subledger's total before and after this step
           *> posted, appended once per run - the balancing proof
           *> near the end of the chain holds the movement between
           *> the two up against what the GL journal says moved.
           select optional subledger-movement-file assign to
               '../../../data/subledger-movement.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/gift-card-report.dat'
               organization is line sequential.
           05 gd-record-type                            pic x.
               88 gd-header-record                      value "H".
               88 gd-detail-record                      value "D".
               88 gd-tender-record                      value "P".
           05 gd-quantity                               pic 9(3).
           05 gd-unit-price                             pic 9(5)v99.
           05 gd-gift-card-no                           pic x(16).
       01 liability-control-record.
           05 glc-liability-total                       pic s9(9)v99.

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

       01 ws-tie-out-difference                         pic s9(9)v99
           value 0.

       *> The outstanding total before this batch posted - the
       *> swept total above less this is the card master's
       *> movement for the batch.
       01 ws-opening-outstanding-total                  pic s9(9)v99
           value 0.

       01 sw-store-master-eof                           pic x
           value 'n'.

           perform 050-load-liability-control.
           perform 070-load-gl-activity.

           *> What the cards carried before this batch touched them.
           perform 080-measure-opening-liability.

           *> Post each card's activity against the master.
           perform 100-post-card-activity.

           *> it against the GL-side liability.
           perform 200-report-tie-out.

           perform 880-write-subledger-movement.

           perform 900-write-run-journal.

           accept return-code.
           end-perform.
           close gl-journal-file.

       080-measure-opening-liability.

           move spaces to sw-master-eof.
           move low-values to gcm-card-no.
           start giftcard-master-file key is not less than
               gcm-card-no
               invalid key move "Y" to sw-master-eof
           end-start.

           if (sw-master-eof not = "Y") then
               perform 210-read-next-card
           end-if.
           perform until sw-master-eof = "Y"
               add gcm-balance to ws-opening-outstanding-total
               perform 210-read-next-card
           end-perform.

       100-post-card-activity.

           read input-file at end move "Y" to sw-eof.
                   end-evaluate
               end-if

               *> A gift card that paid for only part of a
               *> split-tender invoice moves on its own tender line,
               *> for just its share. The tender lines that paid for
               *> an issuance ride along for the drawer and the
               *> house account - the card itself moved on the "G"
               *> header above.
               if (gd-tender-record) and
                   (gd-transaction-code not = "G") then
                   if (gd-transaction-code = "R") then
                       perform 130-post-refund
                   else
                       perform 120-post-redemption
                   end-if
               end-if

           read input-file at end move "Y" to sw-eof
           end-perform.

           write report-data-line from escheat-totals-line
               after advancing 1 line.

       880-write-subledger-movement.

           move ws-rj-this-program to smv-program-id.
           move ws-run-date to smv-business-date.
           move ws-batch-seq-no to smv-batch-seq-no.
           move ws-opening-outstanding-total to smv-opening-total.
           move ws-outstanding-total to smv-closing-total.

           open extend subledger-movement-file.
           write subledger-movement-record.
           close subledger-movement-file.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.
