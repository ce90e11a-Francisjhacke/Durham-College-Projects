               '../../../data/invoice-history-archive.dat'
               organization is line sequential.

           *> Purchase order lines - ReceivingProcessingProgram
           *> closes a line once everything ordered has arrived but
           *> never removes it, so closed lines are archived and
           *> deleted in place here, the same way invoice history
           *> is.
           select optional open-po-file assign to
               '../../../data/open-po.dat'
               organization is indexed
               access mode is dynamic
               record key is po-key.

           select optional po-archive-file assign to
               '../../../data/open-po-archive.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/archive-purge-report.dat'
               organization is line sequential.

       01 lp-archive-line                               pic x(120).

       fd open-po-file
           data record is open-po-record.

       01 open-po-record.
           05 po-key.
               10 po-number                             pic 9(8).
               10 po-sku-code                           pic x(15).
           05 po-store-no                               pic xx.
           05 po-vendor-no                              pic x(6).
           05 po-vendor-item-no                         pic x(15).
           05 po-order-date                             pic 9(8).
           05 po-expected-date                          pic 9(8).
           05 po-ordered-qty                            pic 9(5).
           05 po-received-qty                           pic 9(5).
           05 po-unit-cost                              pic 9(5)v99.
           05 po-status                                 pic x.
               88 po-line-open                          value "O".
               88 po-line-closed                        value "C".
           05 po-closed-date                            pic 9(8).

       fd po-archive-file
           data record is po-archive-line.

       01 po-archive-line                               pic x(88).

       fd report-file
           data record is report-data-line.

       01 ws-inv-retained-count                        pic 9(5)
           value 0.

       *> ReplenishmentProgram numbers its next PO off the highest
       *> PO number on file, so that PO's lines are never purged,
       *> closed or not.
       01 ws-highest-po-number                         pic 9(8)
           value 0.

       01 ws-iterator                                  pic 9(5)
           value 1.

           perform 140-purge-invoice-history.
           perform 145-purge-hourly-history.
           perform 150-purge-lp-history.
           perform 155-purge-open-po.

           perform 900-write-run-journal.

           end-if.
           perform 250-report-one-file.

       155-purge-open-po.

           move 0 to ws-before-count.
           move 0 to ws-archived-count.
           move 0 to ws-after-count.
           move 0 to ws-retained-count.
           move 0 to ws-highest-po-number.
           move 'n' to sw-eof.

           open i-o open-po-file.
           open extend po-archive-file.

           *> First sweep only finds the newest PO.
           move low-values to po-key.
           start open-po-file key is not less than po-key
               invalid key move "Y" to sw-eof
           end-start.
           if (sw-eof not = "Y") then
               perform 255-read-next-po
           end-if.
           perform until sw-eof = "Y"
               if (po-number > ws-highest-po-number) then
                   move po-number to ws-highest-po-number
               end-if
               perform 255-read-next-po
           end-perform.

           *> Second sweep archives and deletes every line closed
           *> before the open period. An open line stays whatever
           *> its age - it is still owed - and a closed line whose
           *> closing date is unreadable ages straight into the
           *> archive, as the history files' undated lines do.
           move 'n' to sw-eof.
           move low-values to po-key.
           start open-po-file key is not less than po-key
               invalid key move "Y" to sw-eof
           end-start.
           if (sw-eof not = "Y") then
               perform 255-read-next-po
           end-if.
           perform until sw-eof = "Y"
               add 1 to ws-before-count
               if (po-line-closed) and
                   (po-number not = ws-highest-po-number) and
                   ((po-closed-date not numeric) or
                   (po-closed-date < ws-history-cutoff-date)) then
                   add 1 to ws-archived-count
                   write po-archive-line from open-po-record
                   delete open-po-file record
               else
                   add 1 to ws-retained-count
               end-if
               perform 255-read-next-po
           end-perform.

           close open-po-file, po-archive-file.

           move "open-po" to prt-file-name.
           move ws-retained-count to ws-after-count.
           move "PURGED" to prt-purge-status.
           perform 250-report-one-file.

       255-read-next-po.
           read open-po-file next record
               at end move "Y" to sw-eof
           end-read.

       206-classify-trailing-line.

           *> The trailing-week histories keep only what their
