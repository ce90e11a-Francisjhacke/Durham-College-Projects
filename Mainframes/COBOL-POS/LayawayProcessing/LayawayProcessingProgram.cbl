               '../../../data/layaway-cancellation-report.dat'
               organization is line sequential.

           *> The subledger's total before and after this step
           *> posted, appended once per run - the balancing proof
           *> near the end of the chain holds the movement between
           *> the two up against what the GL journal says moved.
           select optional subledger-movement-file assign to
               '../../../data/subledger-movement.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/layaway-aging-report.dat'
               organization is line sequential.
               10 arch-key-date                         pic 9(8).
           05 arch-transaction-image                    pic x(120).
           05 arch-run-date                             pic 9(8).
           05 arch-batch-seq-no                         pic 9(3).

       fd layaway-release-file
           data record is layaway-release-record.

       01 cancel-report-line                            pic x(120).

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

       01 ws-refund-total                               pic 9(8)v99
           value 0.

       01 sw-master-eof                                 pic x
           value 'n'.

       *> Every layaway's rung amount plus what has been paid on
       *> it, before and after this batch. Each header posted adds
       *> its amount to one or the other and a cancellation moves
       *> neither, so the difference is exactly the layaway
       *> dollars this batch posted - the balance due alone rises
       *> on a new layaway, falls on a payment and is zeroed by a
       *> cancellation, and proves nothing on its own.
       01 ws-opening-layaway-total                      pic s9(11)v99
           value 0.
       01 ws-closing-layaway-total                      pic s9(11)v99
           value 0.

       *> The archived split record being examined for release -
       *> the same layout every split record carries.
       01 ws-archived-line.
           *> needs a name and address off it.
           perform 060-load-customer-master.

           *> What the subledger carried before this batch.
           perform 090-measure-opening-layaways.

           *> Post each layaway transaction against the subledger.
           perform 100-post-layaways.

           *> Re-scan the subledger for invoices that are past due.
           perform 200-report-past-due.

           perform 880-write-subledger-movement.

           perform 900-write-run-journal.

           accept return-code.
               end-if
           end-perform.

       090-measure-opening-layaways.

           move spaces to sw-master-eof.
           move low-values to lm-invoice-no.
           start layaway-master-file key is not less than
               lm-invoice-no
               invalid key move "Y" to sw-master-eof
           end-start.

           if (sw-master-eof not = "Y") then
               read layaway-master-file next record
                   at end move "Y" to sw-master-eof
               end-read
           end-if.
           perform until sw-master-eof = "Y"
               add lm-original-amount lm-amount-paid to
                   ws-opening-layaway-total
               read layaway-master-file next record
                   at end move "Y" to sw-master-eof
               end-read
           end-perform.

       100-post-layaways.

           read input-file at end move "Y" to sw-eof.
           end-if.
           perform until sw-eof = "Y"

               add lm-original-amount lm-amount-paid to
                   ws-closing-layaway-total

               if (lm-open and lm-balance-due > 0 and
                   lm-next-due-date < ws-today) then
                   move lm-invoice-no to prt-invoice-no
               at end move "Y" to sw-eof
           end-read.

       880-write-subledger-movement.

           move ws-rj-this-program to smv-program-id.
           move ws-today to smv-business-date.
           move ws-batch-seq-no to smv-batch-seq-no.
           move ws-opening-layaway-total to smv-opening-total.
           move ws-closing-layaway-total to smv-closing-total.

           open extend subledger-movement-file.
           write subledger-movement-record.
           close subledger-movement-file.

       043-load-batch-seq.

           *> The batch sequence editsProgram stamped on the
